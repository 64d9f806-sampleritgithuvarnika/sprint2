      * NOTE AND CARRIER MANIFEST PRINT THE BRANCH ADDRESS INSTEAD OF  *
      * HEAD OFFICE. A BLANK SHIP_TO_ID ON AN ORDER MEANS DELIVER TO   *
      * THE HEAD-OFFICE ADDRESS, AS BEFORE.                            *
      * DELIVERY-ZONE (TRAILING COLUMN) IS THE BRANCH'S CARRIER_RATE1  *
      * ZONE FOR FREIGHT PRICING; BLANK MEANS THE CUSTOMER1 ZONE.      *
      *****************************************************************
       01  DCLSHIP-TO.
           10 CUSTOMER-ID.
           10 SHIP-ADDRESS.
              49 SHIP-ADDRESS-LEN      PIC S9(4) USAGE COMP.
              49 SHIP-ADDRESS-TEXT     PIC X(30).
           10 DELIVERY-ZONE            PIC X(02).
