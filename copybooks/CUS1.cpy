      * 'MERGED' ONCE A20PGM85 HAS FOLDED THE ACCOUNT INTO A SURVIVOR  *
      * (ORDER ENTRY REFUSES A MERGED ACCOUNT AND POINTS THE CLERK AT  *
      * THE SURVIVOR VIA MERGE_LOG1).                                  *
      * 'WRITEOFF' ONCE A BAD-DEBT WRITE-OFF IS APPROVED ON A20PG111 - *
      * THE ACCOUNT IS CLOSED TO NEW ORDERS (A20PGM4/A20PGM6) AND NO   *
      * LONGER SCORED BY A20PGM75.                                     *
      * 'ANONYMSD' ONCE THE A20PG112 RETENTION RUN HAS OVERWRITTEN THE *
      * NAME, CONTACT, ADDRESS AND E-MAIL OF A DORMANT (OR             *
      * ERASE-REQUESTED) ACCOUNT - CUSTOMER-ID IS KEPT FOR HISTORY,    *
      * ORDER ENTRY REFUSES THE ACCOUNT.                               *
      * REP-ID (TRAILING COLUMN) IS THE SALES_REP1 REP WHO OWNS THE   *
      * ACCOUNT - STAMPED ONTO EVERY ORDER TAKEN FOR IT AND PAID       *
      * COMMISSION BY THE A20PGM80 MONTHLY REPORT. BLANK MEANS HOUSE   *
      * 1 POLITE REMINDER SENT, 2 FIRM LETTER, 3 FINAL NOTICE. THE     *
      * NEXT RUN ESCALATES FROM HERE RATHER THAN STARTING OVER, AND    *
      * RESETS TO 0 ONCE NOTHING IS OVERDUE ANY MORE.                  *
      * DELIVERY-ZONE (TRAILING COLUMN) IS THE CARRIER_RATE1 ZONE THE  *
      * HEAD-OFFICE ADDRESS SITS IN, SET ON A20PGM8. A SHIP_TO1 BRANCH *
      * WITH ITS OWN ZONE OVERRIDES IT WHEN THE A20PGM33 INVOICING     *
      * RUN PRICES FREIGHT.                                            *
      * CURRENCY-CODE (TRAILING COLUMN) IS THE CURRENCY AN EXPORT      *
      * ACCOUNT IS INVOICED, STATEMENTED, DUNNED AND PAYS IN,          *
      * CONVERTED AT THE EXCHANGE_RATE1 RATE FOR THE DOCUMENT DATE.    *
      * BLANK MEANS OUR BASE CURRENCY. SET ON A20PGM8.                 *
      * OUTSTANDING-BALANCE AND CREDIT-LIMIT STAY IN BASE CURRENCY     *
      * WHATEVER THE ACCOUNT'S CURRENCY, SO ORDER ENTRY IS UNCHANGED.  *
      * EMAIL-ADDRESS AND NOTIFY-OPT-OUT (TRAILING COLUMNS) ARE WHERE  *
      * THE A20PGM96 RUN SENDS THE ACCOUNT'S ORDER, SHIPMENT, DELIVERY *
      * AND DUNNING NOTIFICATIONS, AND 'Y' WHEN THE CUSTOMER HAS ASKED *
      * NOT TO GET THEM. BOTH SET ON A20PGM8.                          *
      * TERMS-DAYS, SETTLE-DISC-PCT AND SETTLE-DISC-DAYS (TRAILING     *
      * COLUMNS) ARE THE ACCOUNT'S PAYMENT TERMS - NET DAYS FROM THE   *
      * INVOICE DATE (0 ON AN OLDER ROW IS THE STANDARD 30), AND AN    *
      * OPTIONAL SETTLEMENT DISCOUNT PERCENT ALLOWED WHEN PAID WITHIN  *
      * SETTLE-DISC-DAYS (ZERO PERCENT = NO DISCOUNT). A20PGM33 TURNS  *
      * THEM INTO THE INVOICE1 DUE DATE AND DISCOUNT. SET ON A20PGM8.  *
      * PARENT-ID, GROUP-CREDIT-LIMIT AND CONSOL-STMT (TRAILING        *
      * COLUMNS) TIE A BRANCH THAT TRADES ON ITS OWN ACCOUNT TO ITS    *
      * HEAD OFFICE. PARENT-ID IS THE HEAD OFFICE'S CUSTOMER-ID ON A   *
      * BRANCH ROW, BLANK ON A HEAD OFFICE OR STAND-ALONE ACCOUNT -    *
      * ONE LEVEL ONLY, A HEAD OFFICE NEVER HAS A PARENT ITSELF.       *
      * GROUP-CREDIT-LIMIT (HEAD OFFICE ROW, 0 = NONE) CAPS THE SUM OF *
      * OUTSTANDING-BALANCE ACROSS THE HEAD OFFICE AND ALL ITS         *
      * BRANCHES, CHECKED BY A20PG117 ON TOP OF EACH ACCOUNT'S OWN     *
      * CREDIT-LIMIT. CONSOL-STMT 'Y' ON THE HEAD OFFICE FOLDS THE     *
      * BRANCHES' STATEMENTS INTO THE HEAD OFFICE'S ON A20PGM28. ALL   *
      * THREE SET ON A20PGM8.                                          *
      *****************************************************************
       01  DCLCUSTOMER1.
           10 CUSTOMER-ID.
           10 TAX-CLASS                PIC X(01).
           10 REP-ID                   PIC X(04).
           10 CUST-STATUS              PIC X(08).
           10 DELIVERY-ZONE            PIC X(02).
           10 CURRENCY-CODE            PIC X(03).
           10 EMAIL-ADDRESS            PIC X(40).
           10 NOTIFY-OPT-OUT           PIC X(01).
           10 TERMS-DAYS               PIC S9(4) USAGE COMP.
           10 SETTLE-DISC-PCT          PIC S9(2)V9(2) USAGE COMP-3.
           10 SETTLE-DISC-DAYS         PIC S9(4) USAGE COMP.
           10 PARENT-ID                PIC X(06).
           10 GROUP-CREDIT-LIMIT       PIC S9(8)V9(2) USAGE COMP-3.
           10 CONSOL-STMT              PIC X(01).
