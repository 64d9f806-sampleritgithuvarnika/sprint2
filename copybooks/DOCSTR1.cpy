      *    'INV ' INVOICE       (A20PGM33, DOC-ID = INVOICE ID)        *
      *    'STMT' STATEMENT     (A20PGM28, DOC-ID = CUSTOMER ID)       *
      *    'CRED' RETURN CREDIT (A20PGM31, DOC-ID = ORDER ID)          *
      *    'DBN ' SUPPLIER DEBIT NOTE (A20PGM66, DOC-ID = DEBIT NOTE   *
      *           NUMBER, CUSTOMER-ID CARRIES THE SUPPLIER ID)         *
      *    'MEMO' CUSTOMER CREDIT/DEBIT MEMO (A20PGM87, DOC-ID = MEMO  *
      *           NUMBER)                                              *
      *    'RBAT' CUSTOMER REBATE STATEMENT (A20PGM93, DOC-ID = REBATE *
      *           NUMBER)                                              *
      *    'PLST' CUSTOMER PRICE LIST (A20PG107, DOC-ID = CUSTOMER ID) *
      * THE A20PGM82 INQUIRY FINDS A DOCUMENT BY TYPE/NUMBER AND       *
      * REPRINTS IT TO THE RCPT QUEUE IN A MINUTE INSTEAD OF A TICKET  *
      * TO IT. A REPRODUCED DOCUMENT (SAME TYPE/ID) REPLACES ITS OLD   *
