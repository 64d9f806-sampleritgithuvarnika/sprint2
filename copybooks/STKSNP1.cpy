      *****************************************************************
      * DCLGEN TABLE(STOCK_SNAPSHOT1)                                  *
      * MONTH-END STOCK LEDGER. WRITTEN BY THE A20PG101 SNAPSHOT THAT  *
      * THE A20PGM78 CLOSE CALLS ONCE IT HAS CLOSED A PERIOD, SO EACH  *
      * CLOSED PERIOD KEEPS ITS OWN FROZEN QUANTITIES AND COSTS AFTER  *
      * PRODUCT1 AND STOCK_LOCATION1 HAVE MOVED ON. PER PRODUCT -      *
      *    LOCATION-ID 'ALL'  THE ACROSS-SITES ROW, CARRYING THE       *
      *          ROLL-FORWARD OF THE MONTH'S STOCK_MOVEMENT ROWS -     *
      *             OPENING (LAST PERIOD'S CLOSING)                    *
      *           + RECEIVED ('RCP' + 'RET' + 'QRL')                   *
      *           - ISSUED ('ORD', SHORT-PICK/AMENDMENT DELTAS NETTED) *
      *           + ADJUSTED ('ADJ', SIGNED)                           *
      *           = CLOSING                                            *
      *    LOCATION-ID 'MAIN', 'OVFL' ... ONE ROW PER STOCK_LOCATION1  *
      *          SITE WITH ITS CLOSING QUANTITY ONLY (ROLL-FORWARD     *
      *          COLUMNS ZERO - 'TRF' PAIRS NET OUT ACROSS SITES)      *
      * CLOSING-QTY IS THE QUANTITY AT THE END OF THE LAST DAY OF THE  *
      * PERIOD - THE CURRENT QUANTITY WITH ANY MOVEMENT DATED AFTER    *
      * THE PERIOD BACKED OUT. UNIT-COST IS PRODUCT1.UNIT_COST AS AT   *
      * THE SNAPSHOT. ROLL-STATUS ON THE 'ALL' ROW -                   *
      *    'B' BALANCED                                                *
      *    'X' DOES NOT BALANCE - ON THE EXCEPTION LIST                *
      *    'F' FIRST SNAPSHOT OF THE PRODUCT - NO OPENING ON FILE,     *
      *        SO THE OPENING IS TAKEN AS CLOSING LESS THE MONTH'S     *
      *        MOVEMENTS                                               *
      * BLANK ON THE SITE ROWS. THE A20PGM53 VALUATION READS THE 'ALL' *
      * ROWS WHEN IT IS POINTED AT A CLOSED PERIOD.                    *
      *****************************************************************
       01  DCLSTOCK-SNAPSHOT.
           10 PERIOD                   PIC X(07).
           10 PRODUCT-CODE.
              49 PRODUCT-CODE-LEN      PIC S9(4) USAGE COMP.
              49 PRODUCT-CODE-TEXT     PIC X(06).
           10 LOCATION-ID.
              49 LOCATION-ID-LEN       PIC S9(4) USAGE COMP.
              49 LOCATION-ID-TEXT      PIC X(04).
           10 OPENING-QTY              PIC S9(9) USAGE COMP.
           10 RECEIVED-QTY             PIC S9(9) USAGE COMP.
           10 ISSUED-QTY               PIC S9(9) USAGE COMP.
           10 ADJUSTED-QTY             PIC S9(9) USAGE COMP.
           10 CLOSING-QTY              PIC S9(9) USAGE COMP.
           10 UNIT-COST                PIC S9(4)V9(2) USAGE COMP-3.
           10 ROLL-STATUS              PIC X(01).
           10 SNAPSHOT-DATE            PIC X(10).
