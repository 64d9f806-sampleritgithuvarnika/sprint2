      *****************************************************************
      * DCLGEN TABLE(PRODUCT_UOM1)                                     *
      * PACK SIZES PER PRODUCT. STOCK_AVAILABILITY, ORDER AND RECEIPT  *
      * QUANTITIES ARE ALL KEPT IN THE BASE UNIT - THE EACH - BUT      *
      * SUPPLIERS SELL US CASES AND TRADE CUSTOMERS ORDER BY THE CASE. *
      * ONE ROW PER PACK THE PRODUCT COMES IN - UOM-CODE 'IN' INNER,   *
      * 'CS' CASE, 'PL' PALLET - WITH UOM-FACTOR THE NUMBER OF EACHES  *
      * IN ONE OF THEM. 'EA' (EACH, FACTOR 1) NEEDS NO ROW. KEPT ON    *
      * THE A20PGM3 PRODUCT SCREEN; CONVERSIONS GO THROUGH THE SHARED  *
      * A20PG116 ROUTINE (UOMREQ1.CPY).                                *
      *****************************************************************
       01  DCLPRODUCT-UOM.
           10 PRODUCT-CODE.
              49 PRODUCT-CODE-LEN      PIC S9(4) USAGE COMP.
              49 PRODUCT-CODE-TEXT     PIC X(06).
           10 UOM-CODE                 PIC X(02).
           10 UOM-FACTOR               PIC S9(4) USAGE COMP.
