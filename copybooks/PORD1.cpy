      * ACTUALLY BOOKED IN AGAINST THE PO, SO THE A20PGM70 THREE-WAY   *
      * INVOICE MATCH CAN HOLD THE SUPPLIER'S INVOICE AGAINST WHAT     *
      * ARRIVED RATHER THAN WHAT WAS ASKED FOR.                        *
      * DS-ORDER-ID / DS-LINE-NUM (TRAILING COLUMNS) LINK A DROP-SHIP  *
      * PO TO THE CUSTOMER ORDER LINE IT FULFILS - RAISED BY A20PG121  *
      * WHEN A PRODUCT1.DROP_SHIP LINE IS TAKEN, AND CARRYING THE      *
      * CUSTOMER'S SHIP-TO NAME AND ADDRESS (DS-SHIP-NAME/DS-SHIP-ADDR)*
      * FOR THE SUPPLIER TO DELIVER TO. NO GOODS COME THROUGH A20PGM22 *
      * FOR SUCH A PO: THE SUPPLIER'S SHIPPING CONFIRMATION IS BOOKED  *
      * ON A20PGM24 (PF6), WHICH FILLS RECEIVED-QTY SO A20PGM70 MATCHES*
      * THE INVOICE AS USUAL, AND SHIPS THE ORDER ONCE NOTHING ELSE ON *
      * IT IS WAITING. BLANK DS-ORDER-ID IS AN ORDINARY STOCK PO.      *
      * PO_STATUS 'CANCELLED' IS A DROP-SHIP PO WHOSE ORDER A20PGM9    *
      * CANCELLED BEFORE THE SUPPLIER SHIPPED.                         *
      *****************************************************************
       01  DCLPURCHASE-ORDER.
           10 PO-ID.
              49 PO-STATUS-TEXT        PIC X(10).
           10 RECEIVED-DATE            PIC X(10).
           10 RECEIVED-QTY             PIC S9(5) USAGE COMP.
           10 DS-ORDER-ID              PIC X(06).
           10 DS-LINE-NUM              PIC S9(4) USAGE COMP.
           10 DS-SHIP-NAME             PIC X(20).
           10 DS-SHIP-ADDR             PIC X(30).
