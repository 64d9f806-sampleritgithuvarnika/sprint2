      *****************************************************************
      * DCLGEN TABLE(BAD_DEBT_LEDGER1)                                 *
      * ONE ROW PER BAD-DEBT MOVEMENT ON AN INVOICE, FOR THE A20PGM77  *
      * GL FEED AND THE A20PGM28 STATEMENT.                            *
      *    BD-TYPE     'WOF' WRITE-OFF APPROVED ON A20PG111            *
      *                      (DR BAD DEBTS / CR TRADE DEBTORS)         *
      *                'REC' RECOVERY - A LATER PAYMENT APPLIED BY     *
      *                      A20PGM27 TO A WRITTEN-OFF INVOICE         *
      *                      (DR TRADE DEBTORS / CR BAD DEBTS)         *
      * BD-AMOUNT IS ALWAYS POSITIVE AND IN BASE CURRENCY. BD-REF IS   *
      * THE WRITE-OFF NUMBER ON A 'WOF' ROW AND THE PAYMENT'S BANK     *
      * REFERENCE ON A 'REC' ROW. A20PGM77 JOURNALS THE DAY'S ROWS BY  *
      * BD-DATE.                                                       *
      *****************************************************************
       01  DCLBAD-DEBT-LEDGER.
           10 WRITE-OFF-ID.
              49 WRITE-OFF-ID-LEN      PIC S9(4) USAGE COMP.
              49 WRITE-OFF-ID-TEXT     PIC X(08).
           10 INVOICE-ID.
              49 INVOICE-ID-LEN        PIC S9(4) USAGE COMP.
              49 INVOICE-ID-TEXT       PIC X(08).
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 BD-TYPE                  PIC X(03).
           10 BD-AMOUNT                PIC S9(8)V9(2) USAGE COMP-3.
           10 BD-DATE                  PIC X(10).
           10 BD-REF.
              49 BD-REF-LEN            PIC S9(4) USAGE COMP.
              49 BD-REF-TEXT           PIC X(16).
