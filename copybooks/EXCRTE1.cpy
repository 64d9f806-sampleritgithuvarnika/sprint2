      *****************************************************************
      * DCLGEN TABLE(EXCHANGE_RATE1)                                   *
      * DATED EXCHANGE RATES FOR THE CURRENCIES EXPORT ACCOUNTS ARE    *
      * BILLED IN (CUSTOMER1.CURRENCY_CODE). EXCH-RATE IS UNITS OF     *
      * THE FOREIGN CURRENCY PER ONE UNIT OF BASE CURRENCY - A BASE    *
      * AMOUNT TIMES THE RATE GIVES THE FOREIGN AMOUNT. THE RATE FOR   *
      * A DATE IS THE ROW WITH THE LATEST RATE-DATE ON OR BEFORE IT,   *
      * SO A NEW ROW IS ONLY NEEDED WHEN THE RATE MOVES. LOADED BY     *
      * FINANCE. USED BY A20PGM33 INVOICES, A20PGM28 STATEMENTS,       *
      * A20PGM74 DUNNING LETTERS AND A20PGM27 PAYMENTS; A20PGM8        *
      * REFUSES A CURRENCY WITH NO RATE ROW.                           *
      *****************************************************************
       01  DCLEXCHANGE-RATE.
           10 CURRENCY-CODE            PIC X(03).
           10 RATE-DATE                PIC X(10).
           10 EXCH-RATE                PIC S9(5)V9(6) USAGE COMP-3.
