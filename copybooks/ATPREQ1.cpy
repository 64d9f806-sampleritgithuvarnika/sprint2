      *****************************************************************
      * REQUEST AREA FOR THE SHARED AVAILABLE-TO-PROMISE CALCULATOR    *
      * A20PG102 (SAME CALLED-SUBPROGRAM PATTERN AS THE A20PGM64 LOT   *
      * ALLOCATOR), CALLED BY THE A20PG103 ATP INQUIRY AND THE PF9 KEY *
      * ON THE A20PGM5 ORDER LINE SCREEN SO BOTH QUOTE THE SAME        *
      * FIGURES. THE CALLER FILLS IN THE PRODUCT, THE SITE (SPACES =   *
      * ALL SITES) AND TODAY'S DATE; THE CALCULATOR HANDS BACK THE     *
      * COMPONENTS, A DAY-BY-DAY TABLE FOR THE NEXT THREE WEEKS AND    *
      * THE SAME FIGURES READY FORMATTED FOR THE SHARED RPTLST MAP -   *
      *    ATPR-ON-HAND     PHYSICAL STOCK (SELLABLE STOCK PLUS WHAT   *
      *                     CONFIRMED/PICKED ORDERS ALREADY TOOK)      *
      *    ATPR-COMMITTED   CONFIRMED/PICKED LINES NOT YET SHIPPED     *
      *    ATPR-HELD        LINES ON CREDIT-HELD ORDERS (NOT DEDUCTED) *
      *    ATPR-BACKORDER   WAITING BACKORDER1 QUANTITY                *
      *    ATPR-AVAIL-NOW   ON HAND - COMMITTED - HELD - BACKORDERS    *
      *    ATPR-DAY-IN      OPEN PO QUANTITY DUE THAT DAY (DAY 1 ALSO  *
      *                     CARRIES ANY OPEN PO ALREADY PAST ITS DATE) *
      *    ATPR-DAY-ATP     AVAILABLE NOW PLUS PO QUANTITY DUE TO DATE *
      *    ATPR-RESULT 'Y'  FIGURES RETURNED                           *
      *                'N'  NO SUCH PRODUCT, OR NONE KEPT AT THE SITE  *
      *                'K'  A KIT - ENQUIRE ON ITS COMPONENTS          *
      *                'E'  SQL FAILURE (SQLCODE IN ATPR-SQLCODE)      *
      *****************************************************************
       01  ATPR-REQUEST.
           05 ATPR-PRODUCT        PIC X(06).
           05 ATPR-LOCATION       PIC X(04).
           05 ATPR-FROM-DATE      PIC X(10).
           05 ATPR-ON-HAND        PIC S9(7) COMP-3.
           05 ATPR-COMMITTED      PIC S9(7) COMP-3.
           05 ATPR-HELD           PIC S9(7) COMP-3.
           05 ATPR-BACKORDER      PIC S9(7) COMP-3.
           05 ATPR-AVAIL-NOW      PIC S9(7) COMP-3.
           05 ATPR-DAY OCCURS 21 TIMES.
              10 ATPR-DAY-DATE    PIC X(10).
              10 ATPR-DAY-IN      PIC S9(7) COMP-3.
              10 ATPR-DAY-ATP     PIC S9(7) COMP-3.
           05 ATPR-TITLE          PIC X(40).
           05 ATPR-LINE OCCURS 10 TIMES PIC X(70).
           05 ATPR-RESULT         PIC X(01).
           05 ATPR-SQLCODE        PIC S9(9) COMP.
