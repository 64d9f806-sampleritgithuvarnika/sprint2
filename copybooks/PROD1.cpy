      * TAX-CLASS (TRAILING COLUMN) - 'S' STANDARD RATE, 'Z' ZERO-     *
      * RATED. PAIRED WITH CUSTOMER1.TAX_CLASS AGAINST TAX_RATE1       *
      * DURING LINE PRICING; BLANK IS TREATED AS STANDARD.             *
      * ABC-CLASS (TRAILING COLUMN) - 'A' / 'B' / 'C' RANK BY VALUE    *
      * SOLD OVER THE LAST TWELVE SALES_HISTORY PERIODS, SET EVERY     *
      * NIGHT BY A20PGM88 AND USED TO SPACE THE CYCLE COUNTS. BLANK    *
      * MEANS NOT CLASSIFIED YET (A NEW PRODUCT BEFORE ITS FIRST RUN). *
      * DATED-FLAG (TRAILING COLUMN) - 'Y' FOR A CHILLED OR DATED LINE *
      * WHOSE LOTS CARRY A USE-BY DATE. A20PGM22 INSISTS ON A LOT      *
      * NUMBER AND EXPIRY DATE WHEN ONE IS RECEIVED, A20PGM64          *
      * ALLOCATES ITS LOTS EARLIEST EXPIRY FIRST, AND A20PG113         *
      * QUARANTINES ITS EXPIRED LOTS. SET ON A20PGM3; BLANK OR 'N'     *
      * MEANS NOT DATED.                                               *
      * PURCH-UOM / SALES-UOM (TRAILING COLUMNS) - THE PACK THE        *
      * PRODUCT IS BOUGHT IN AND THE PACK IT IS NORMALLY SOLD IN ('EA',*
      * 'IN', 'CS' OR 'PL' - SEE PRDUOM1.CPY). A QUANTITY KEYED WITHOUT*
      * A UNIT ON THE PO, GOODS-RECEIPT OR ORDER SCREENS IS IN THAT    *
      * PACK. SET ON A20PGM3; BLANK MEANS THE EACH.                    *
      * DROP-SHIP (TRAILING COLUMN) - 'Y' FOR A BULKY LINE WE NEVER    *
      * STOCK. THE SUPPLIER DELIVERS STRAIGHT TO THE CUSTOMER, SO      *
      * ORDER ENTRY SKIPS THE STOCK CHECK AND DEDUCTION FOR IT AND     *
      * A20PG121 RAISES A PURCHASE_ORDER1 LINE TO SUPPLIER-ID, LINKED  *
      * TO THE ORDER LINE, INSTEAD. SET ON A20PGM3; BLANK OR 'N' MEANS *
      * STOCKED IN THE WAREHOUSE AS BEFORE.                            *
      *****************************************************************
       01  DCLPRODUCT1.
           10 PRODUCT-CODE.
           10 REORDER-QTY              PIC S9(4) USAGE COMP.
           10 UNIT-COST                PIC S9(4)V9(2) USAGE COMP-3.
           10 TAX-CLASS                PIC X(01).
           10 ABC-CLASS                PIC X(01).
           10 DATED-FLAG               PIC X(01).
           10 PURCH-UOM                PIC X(02).
           10 SALES-UOM                PIC X(02).
           10 DROP-SHIP                PIC X(01).
