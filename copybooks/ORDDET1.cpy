      * THE LINE TO AN APPROVED PRODUCT_SUBST1 ALTERNATIVE AFTER THE   *
      * REQUESTED PRODUCT FAILED THE STOCK CHECK - THE RETURNS DESK    *
      * SEES AT A GLANCE THAT THE CUSTOMER DID NOT ORDER THIS CODE.    *
      * CUST-PART-NO (TRAILING COLUMN) IS THE CUSTOMER'S OWN ITEM CODE *
      * FOR THE LINE WHEN THE ORDER CAME IN ON AN A20PGM55 ORDER FILE  *
      * AND WAS TRANSLATED THROUGH CUST_PART_XREF1 - PRINTED BACK ON   *
      * THE DELIVERY NOTE, INVOICE, ASN AND E-INVOICE. BLANK ON LINES  *
      * KEYED OR BUILT IN-HOUSE.                                       *
      * ORDER-UOM AND UOM-QTY (TRAILING COLUMNS) ARE THE PACK THE LINE *
      * WAS ORDERED IN ('EA', 'IN', 'CS', 'PL') AND HOW MANY OF THEM - *
      * QUANTITY IS ALWAYS THE EACHES THAT PACK CONVERTS TO THROUGH    *
      * A20PG116, AND IS WHAT STOCK AND PRICING WORK FROM. THE PICK    *
      * LIST AND DELIVERY NOTE SHOW BOTH. LINES NOT KEYED BY THE PACK  *
      * CARRY 'EA' WITH UOM-QTY EQUAL TO QUANTITY.                     *
      *****************************************************************
       01  DCLORDER-DETAIL.
           10 ORDER-ID.
           10 QUANTITY                 PIC S9(3) USAGE COMP.
           10 LINE-AMOUNT              PIC S9(8)V9(2) USAGE COMP-3.
           10 SUBST-FLAG               PIC X(01).
           10 CUST-PART-NO             PIC X(15).
           10 ORDER-UOM                PIC X(02).
           10 UOM-QTY                  PIC S9(4) USAGE COMP.
