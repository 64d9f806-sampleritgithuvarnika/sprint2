      *****************************************************************
      * DCLGEN TABLE(CUST_PART_XREF1)                                  *
      * CUSTOMER PART-NUMBER CROSS-REFERENCE - ONE ROW PER ITEM CODE A *
      * TRADE CUSTOMER USES FOR ONE OF OUR PRODUCTS, KEYED ON          *
      * CUSTOMER_ID AND CUST_PART_NO. MAINTAINED ON THE A20PG104       *
      * SCREEN. THE A20PGM55 ORDER FILE INTAKE TRANSLATES EACH         *
      * INCOMING ITEM CODE THROUGH THIS TABLE BEFORE VALIDATING THE    *
      * LINE, AND KEEPS THE CUSTOMER'S CODE ON                         *
      * ORDER_DETAIL1.CUST_PART_NO SO THE DELIVERY NOTE, INVOICE, ASN  *
      * AND E-INVOICE QUOTE IT BACK. SEVERAL CUSTOMER CODES MAY POINT  *
      * AT THE SAME PRODUCT. CHANGED-DATE/CHANGED-BY SAY WHO LAST      *
      * ADDED OR OVERTYPED THE ROW.                                    *
      *****************************************************************
       01  DCLCUST-PART-XREF.
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 CUST-PART-NO             PIC X(15).
           10 PRODUCT-CODE.
              49 PRODUCT-CODE-LEN      PIC S9(4) USAGE COMP.
              49 PRODUCT-CODE-TEXT     PIC X(06).
           10 CHANGED-DATE             PIC X(10).
           10 CHANGED-BY               PIC X(08).
