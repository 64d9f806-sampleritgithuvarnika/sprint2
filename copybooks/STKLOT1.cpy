      * LOT-QTY-ON-HAND SAYS HOW MANY ARE STILL ON THE SHELF. STOCK    *
      * RECEIVED WITHOUT A LOT NUMBER IS SIMPLY NOT LOT-TRACKED, AS    *
      * ALL STOCK WAS BEFORE THIS TABLE EXISTED.                       *
      * LOT-UNIT-COST (TRAILING COLUMN) IS WHAT THE LOT COST US PER    *
      * UNIT, SET FROM THE COST KEYED ON THE RECEIPT (THE COST ON      *
      * RECORD WHEN NONE IS KEYED). IT IS WHAT THE A20PGM18 SHIPMENT   *
      * CHARGES TO COST OF GOODS SOLD FOR UNITS DRAWN FROM THE LOT, SO *
      * A LATER DELIVERY AT A NEW PRICE NO LONGER REPRICES STOCK       *
      * ALREADY ON THE SHELF. ZERO (LOTS BOOKED BEFORE THE COLUMN)     *
      * MEANS FALL BACK TO PRODUCT1.UNIT_COST.                         *
      * EXPIRY-DATE (TRAILING COLUMN) IS THE USE-BY DATE KEYED ON THE  *
      * RECEIPT FOR A DATED PRODUCT (PRODUCT1.DATED_FLAG 'Y'); BLANK   *
      * FOR EVERYTHING ELSE. A20PGM64 DRAWS DOWN EARLIEST EXPIRY FIRST *
      * (FALLING BACK TO RECEIVED-DATE, SO UNDATED STOCK TURNS OVER AS *
      * BEFORE) AND NEVER ALLOCATES A LOT PAST ITS DATE; THE NIGHTLY   *
      * A20PG113 SWEEP MOVES WHAT IS LEFT OF AN EXPIRED LOT TO         *
      * QUARANTINE1 AND THE WEEKLY A20PG114 REPORT LISTS LOTS CLOSE TO *
      * EXPIRY. RECEIVED-LOC (TRAILING COLUMN) IS THE STOCK_LOCATION1  *
      * SITE THE LOT WAS BOOKED INTO - THE SITE THE REPORT GROUPS BY   *
      * AND THE SWEEP TAKES THE UNITS FROM.                            *
      *****************************************************************
       01  DCLSTOCK-LOT.
           10 PRODUCT-CODE.
              49 PO-ID-TEXT            PIC X(06).
           10 RECEIVED-DATE            PIC X(10).
           10 LOT-QTY-ON-HAND          PIC S9(5) USAGE COMP-3.
           10 LOT-UNIT-COST            PIC S9(4)V9(2) USAGE COMP-3.
           10 EXPIRY-DATE              PIC X(10).
           10 RECEIVED-LOC             PIC X(04).
