      *****************************************************************
      * DCLGEN TABLE(CARRIER_RATE1)                                    *
      * CARRIER FREIGHT RATE CARD - ONE ROW PER CARRIER, DELIVERY ZONE *
      * AND CARTON BAND (CARTON-FROM THRU CARTON-TO INCLUSIVE) WITH    *
      * THE CHARGE FOR A SHIPMENT OF THAT SIZE. WE USED TO ABSORB ALL  *
      * DELIVERY COST; THE A20PGM33 INVOICING RUN NOW PRICES THE       *
      * SHIPMENT1 CARRIER AND CARTON COUNT AGAINST THIS CARD FOR THE   *
      * CUSTOMER'S ZONE AND ADDS A FREIGHT LINE UNLESS THE ORDER MEETS *
      * THE PRICE_BAND1 FREE-DELIVERY THRESHOLD. THE A20PGM57 MANIFEST *
      * PRICES THE SAME CARD TO SHOW WHAT THE CARRIER WILL BILL US     *
      * AGAINST WHAT WE RECOVER. NO MATCHING ROW MEANS NO FREIGHT      *
      * (REPORTED), SO INVOICING NEVER BLOCKS ON A MISSING RATE.       *
      *****************************************************************
       01  DCLCARRIER-RATE.
           10 CARRIER-CODE.
              49 CARRIER-CODE-LEN      PIC S9(4) USAGE COMP.
              49 CARRIER-CODE-TEXT     PIC X(06).
           10 DELIVERY-ZONE            PIC X(02).
           10 CARTON-FROM              PIC S9(3) USAGE COMP.
           10 CARTON-TO                PIC S9(3) USAGE COMP.
           10 FREIGHT-CHARGE           PIC S9(6)V9(2) USAGE COMP-3.
