      *****************************************************************
      * DCLGEN TABLE(COGS_LEDGER1)                                     *
      * COST OF GOODS SOLD, ONE ROW PER ORDER LINE, WRITTEN BY         *
      * A20PGM18 IN THE SAME UNIT OF WORK AS THE SHIPMENT1 ROW WHEN AN *
      * ORDER SHIPS (COGS-DATE IS THE SHIP DATE). COGS-AMOUNT IS       *
      * COSTED FROM THE LOTS THE A20PGM64 ALLOCATOR ACTUALLY DREW DOWN *
      * FOR THE LINE - EACH 'ORD' STOCK_MOVEMENT ROW OF THE LINE AT    *
      * ITS LOT'S LOT-UNIT-COST (SIGNED SHORT-PICK AND AMENDMENT       *
      * DELTAS NETTED IN, KIT LINES AT THEIR COMPONENTS' LOTS).        *
      * UNTRACKED UNITS, AND A LINE WITH NO MOVEMENT ROWS AT ALL, GO   *
      * AT PRODUCT1.UNIT_COST. PRODUCT-CODE IS THE PRODUCT ORDERED     *
      * (THE KIT, NOT ITS COMPONENTS) AND SHIP-QTY THE LINE QUANTITY   *
      * SHIPPED, SO COGS-AMOUNT / SHIP-QTY IS THE TRUE UNIT COST OF    *
      * WHAT WAS SOLD.                                                 *
      *    A20PGM77 POSTS THE DAY'S ROWS PER ORDER AS                  *
      *       DR 5000 COST OF SALES / CR 1300 INVENTORY                *
      *    A20PGM63 MARGIN TAKES ITS COST FROM HERE                    *
      *****************************************************************
       01  DCLCOGS-LEDGER.
           10 ORDER-ID.
              49 ORDER-ID-LEN          PIC S9(4) USAGE COMP.
              49 ORDER-ID-TEXT         PIC X(06).
           10 LINE-NUM                 PIC S9(4) USAGE COMP.
           10 PRODUCT-CODE.
              49 PRODUCT-CODE-LEN      PIC S9(4) USAGE COMP.
              49 PRODUCT-CODE-TEXT     PIC X(06).
           10 SHIP-QTY                 PIC S9(5) USAGE COMP-3.
           10 COGS-AMOUNT              PIC S9(9)V9(2) USAGE COMP-3.
           10 COGS-DATE                PIC X(10).
