      *****************************************************************
      * DCLGEN TABLE(WRITE_OFF1)                                       *
      * ONE ROW PER INVOICE ON A BAD-DEBT WRITE-OFF REQUEST. A CLERK   *
      * RAISES THE REQUEST ON THE A20PG111 SCREEN AGAINST SPECIFIC     *
      * OPEN INVOICES OF AN ACCOUNT THE A20PGM74 DUNNING RUN HAS TAKEN *
      * TO FINAL NOTICE (LEVEL 3); ALL THE LINES OF ONE REQUEST SHARE  *
      * A NUMBER OFF THE 'WRITEOFF' ROW ON ORDER_CONTROL ('W' + 7      *
      * DIGITS). A SUPERVISOR OR MANAGER OTHER THAN THE CLERK WHO      *
      * RAISED IT APPROVES OR REJECTS THE WHOLE REQUEST.               *
      *    WO-STATUS   'PENDING'  RAISED, NOT YET DECIDED              *
      *                'APPROVED' WRITTEN OFF                          *
      *                'REJECTED' TURNED DOWN - NOTHING POSTED         *
      *    WO-REASON   'INS' CUSTOMER INSOLVENT                        *
      *                'UNC' UNCOLLECTABLE                             *
      *                'GON' CUSTOMER GONE / UNTRACEABLE               *
      * WO-AMOUNT IS THE INVOICE'S UNPAID REMAINDER WHEN RAISED, CUT   *
      * DOWN AT APPROVAL IF CASH HAS COME IN SINCE. APPROVAL CLEARS IT *
      * WITH A CASH_ALLOC1 SLICE UNDER THE WRITE-OFF NUMBER, TAKES IT  *
      * OFF OUTSTANDING_BALANCE, SETS CUSTOMER1.CUST_STATUS TO         *
      * 'WRITEOFF' AND WRITES A BAD_DEBT_LEDGER1 ROW FOR THE A20PGM77  *
      * GL FEED. RECOVERED-AMT IS HOW MUCH A20PGM27 HAS SINCE          *
      * RECOVERED FROM LATER PAYMENTS.                                 *
      *****************************************************************
       01  DCLWRITE-OFF.
           10 WRITE-OFF-ID.
              49 WRITE-OFF-ID-LEN      PIC S9(4) USAGE COMP.
              49 WRITE-OFF-ID-TEXT     PIC X(08).
           10 INVOICE-ID.
              49 INVOICE-ID-LEN        PIC S9(4) USAGE COMP.
              49 INVOICE-ID-TEXT       PIC X(08).
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 WO-AMOUNT                PIC S9(8)V9(2) USAGE COMP-3.
           10 WO-REASON                PIC X(03).
           10 WO-STATUS                PIC X(08).
           10 WO-RAISED-BY             PIC X(08).
           10 WO-RAISED-DATE           PIC X(10).
           10 WO-DECIDED-BY            PIC X(08).
           10 WO-DECIDED-DATE          PIC X(10).
           10 RECOVERED-AMT            PIC S9(8)V9(2) USAGE COMP-3.
