      * IN AGAINST (BLANK ON RETURNS) - RELEASE TALLIES THE PO'S       *
      * RECEIVED_QTY FOR THE THREE-WAY INVOICE MATCH, A WRITE-OFF      *
      * DELIBERATELY DOES NOT (WE WILL NOT PAY FOR CONDEMNED GOODS).   *
      * A FLAGGED RECEIPT CAN ALSO BE 'RETURNED' TO ITS SUPPLIER WITH  *
      * AN 'RTV' MOVEMENT AND A SUPPLIER DEBIT NOTE - NO TALLY EITHER. *
      * SOURCE CODES -                                                 *
      *    'RET' CUSTOMER RETURN      'RCP' UNINSPECTED RECEIPT        *
      *    'EXP' EXPIRED LOT (SWEPT IN BY A20PG113)                    *
      * EXPIRY-DATE (TRAILING COLUMN) IS THE USE-BY DATE OF A DATED    *
      * LOT, CARRIED SO A RELEASE REBUILDS THE LOT WITH ITS DATE. AN   *
      * INTAKE PAST ITS DATE CANNOT BE RELEASED BACK INTO STOCK.       *
      * BLANK FOR UNDATED STOCK.                                       *
      *****************************************************************
       01  DCLQUARANTINE1.
           10 QUAR-ID.
              49 QUAR-STATUS-TEXT      PIC X(10).
           10 DECIDED-DATE             PIC X(10).
           10 DECIDED-BY               PIC X(08).
           10 EXPIRY-DATE              PIC X(10).
