      *****************************************************************
      * REQUEST AREA FOR THE SHARED UNIT-OF-MEASURE ROUTINE A20PG116   *
      * (SAME CALLED-SUBPROGRAM PATTERN AS THE A20PG102 ATP            *
      * CALCULATOR). ORDER ENTRY (A20PGM5), THE PURCHASE-ORDER SCREEN  *
      * (A20PGM24) AND GOODS RECEIPT (A20PGM22) ACCEPT A QUANTITY IN   *
      * ANY PACK THE PRODUCT COMES IN AND HAND IT HERE TO BE TURNED    *
      * INTO EACHES FOR STOCK. THE CALLER FILLS IN -                   *
      *    UOMR-PRODUCT     THE PRODUCT CODE                           *
      *    UOMR-USE         'S' SELLING / 'P' PURCHASING - SAYS WHICH  *
      *                     OF THE PRODUCT'S UNITS A BLANK UNIT MEANS  *
      *    UOMR-UNIT        'EA' / 'IN' / 'CS' / 'PL' AS KEYED, OR     *
      *                     SPACES FOR THE PRODUCT'S OWN SALES OR      *
      *                     PURCHASE UNIT (RETURNED FILLED IN)         *
      *    UOMR-QTY         THE QUANTITY IN THAT UNIT                  *
      * AND GETS BACK -                                                *
      *    UOMR-FACTOR      EACHES IN ONE OF THE UNIT                  *
      *    UOMR-BASE-QTY    UOMR-QTY TIMES UOMR-FACTOR                 *
      *    UOMR-RESULT 'Y'  CONVERTED                                  *
      *                'N'  NO SUCH PRODUCT                            *
      *                'U'  THE PRODUCT HAS NO SUCH PACK               *
      *                'E'  SQL FAILURE (SQLCODE IN UOMR-SQLCODE)      *
      *****************************************************************
       01  UOMR-REQUEST.
           05 UOMR-PRODUCT        PIC X(06).
           05 UOMR-USE            PIC X(01).
           05 UOMR-UNIT           PIC X(02).
           05 UOMR-QTY            PIC S9(7) COMP-3.
           05 UOMR-FACTOR         PIC S9(5) COMP-3.
           05 UOMR-BASE-QTY       PIC S9(9) COMP-3.
           05 UOMR-RESULT         PIC X(01).
           05 UOMR-SQLCODE        PIC S9(9) COMP.
