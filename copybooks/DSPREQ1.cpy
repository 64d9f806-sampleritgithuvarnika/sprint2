      *****************************************************************
      * REQUEST AREA FOR THE SHARED DROP-SHIP PO RAISER A20PG121 (SAME *
      * CALLED-SUBPROGRAM PATTERN AS THE A20PG116 UNIT CONVERTER).     *
      * A LINE FOR A PRODUCT1.DROP_SHIP PRODUCT TAKES NO STOCK - THE   *
      * ORDER WRITERS (A20PGM6 ORDER ENTRY, A20PGM29 HOLD RELEASE,     *
      * A20PGM43 QUOTE CONVERSION, A20PGM26/45/55 BATCH BUILDERS)      *
      * HAND IT HERE INSTEAD, AND AN OPEN PURCHASE_ORDER1 LINE IS      *
      * RAISED TO THE PRODUCT'S SUPPLIER FOR THE LINE QUANTITY, LINKED *
      * TO THE ORDER LINE AND CARRYING THE ORDER'S SHIP-TO NAME AND    *
      * ADDRESS (THE SHIP_TO1 BRANCH, OR THE CUSTOMER1 HEAD OFFICE     *
      * WHEN THE ORDER HAS NO SHIP-TO). THE ORDER1 ROW MUST ALREADY BE *
      * WRITTEN IN THE CALLER'S UNIT OF WORK. THE CALLER FILLS IN -    *
      *    DSPR-ORDER-ID    THE CUSTOMER ORDER                         *
      *    DSPR-LINE-NUM    ITS ORDER_DETAIL1 LINE                     *
      *    DSPR-PRODUCT     THE DROP-SHIP PRODUCT                      *
      *    DSPR-QTY         THE LINE QUANTITY (EACHES), SAME WIDTH AS  *
      *                     THE PO LINE'S ORDER_QTY                    *
      *    DSPR-DATE        TODAY (THE PO DATE)                        *
      * AND GETS BACK -                                                *
      *    DSPR-PO-ID       THE PO NUMBER RAISED                       *
      *    DSPR-RESULT 'Y'  PO RAISED                                  *
      *                'N'  NO SUCH PRODUCT OR ORDER                   *
      *                'S'  THE PRODUCT HAS NO SUPPLIER LINKED         *
      *                'E'  SQL FAILURE (SQLCODE IN DSPR-SQLCODE)      *
      * ANYTHING BUT 'Y' MEANS THE CALLER MUST ROLL THE ORDER BACK.    *
      *****************************************************************
       01  DSPR-REQUEST.
           05 DSPR-ORDER-ID       PIC X(06).
           05 DSPR-LINE-NUM       PIC S9(4) COMP.
           05 DSPR-PRODUCT        PIC X(06).
           05 DSPR-QTY            PIC S9(4) COMP.
           05 DSPR-DATE           PIC X(10).
           05 DSPR-PO-ID          PIC X(06).
           05 DSPR-RESULT         PIC X(01).
           05 DSPR-SQLCODE        PIC S9(9) COMP.
