      *****************************************************************
      * DCLGEN TABLE(BANK_RECON1)                                      *
      * BANK RECONCILIATION ITEMS KEPT BY THE NIGHTLY A20PG115 RUN.    *
      * A20PGM27 POSTS THE REMITTANCE FILE AND A20PGM86 PAYS THE       *
      * SUPPLIERS, BUT NOTHING EVER CHECKED EITHER AGAINST WHAT THE    *
      * BANK ACTUALLY CREDITED OR DEBITED. ONE ROW PER ITEM ON EITHER  *
      * SIDE - RECON-SIDE                                              *
      *    'B' - A LINE OFF THE BANK'S DAILY STATEMENT (STMT-DATE AND  *
      *          LINE-SEQ SAY WHICH), DR-CR 'C' CREDIT / 'D' DEBIT     *
      *    'R' - A RECEIPT POSTED TO PAYMENT1 (DR-CR 'C', PARTY-ID THE *
      *          CUSTOMER, ITEM-REF ITS BANK-REF, ITEM-AMOUNT ITS      *
      *          CURR-AMOUNT - WHAT THE BANK ADVISED)                  *
      *    'P' - A SUPPLIER PAYMENT, A 'PAY' ENTRY ON SUPPLIER_LEDGER1 *
      *          (DR-CR 'D', PARTY-ID THE SUPPLIER, ITEM-REF ITS       *
      *          LEDGER-REF, ITEM-AMOUNT THE AMOUNT PAID)              *
      *    'S' - ONE PER STATEMENT LOADED, ITEM-AMOUNT ITS CLOSING     *
      *          BALANCE AND ITEM-REF THE BANK ACCOUNT                 *
      * ITEM-AMOUNT IS ALWAYS POSITIVE ON 'B', 'R' AND 'P' ROWS.       *
      * RECON-STATUS 'OPEN' UNTIL A BANK LINE AND A BOOK ITEM WITH THE *
      * SAME REFERENCE AND AMOUNT ARE PAIRED, THEN 'MATCHED' ON BOTH   *
      * WITH MATCHED-DATE SET (AND THE BOOK ITEM'S PARTY-ID COPIED TO  *
      * THE BANK LINE). LOADED-DATE IS THE RUN THAT FIRST SAW IT.      *
      *****************************************************************
       01  DCLBANK-RECON.
           10 RECON-SIDE               PIC X(01).
           10 STMT-DATE                PIC X(10).
           10 LINE-SEQ                 PIC S9(4) USAGE COMP.
           10 ITEM-DATE                PIC X(10).
           10 DR-CR                    PIC X(01).
           10 ITEM-REF.
              49 ITEM-REF-LEN          PIC S9(4) USAGE COMP.
              49 ITEM-REF-TEXT         PIC X(16).
           10 PARTY-ID.
              49 PARTY-ID-LEN          PIC S9(4) USAGE COMP.
              49 PARTY-ID-TEXT         PIC X(06).
           10 ITEM-AMOUNT              PIC S9(9)V9(2) USAGE COMP-3.
           10 RECON-STATUS.
              49 RECON-STATUS-LEN      PIC S9(4) USAGE COMP.
              49 RECON-STATUS-TEXT     PIC X(08).
           10 MATCHED-DATE             PIC X(10).
           10 LOADED-DATE              PIC X(10).
