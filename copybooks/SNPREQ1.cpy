      *****************************************************************
      * REQUEST AREA FOR THE MONTH-END STOCK SNAPSHOT A20PG101, CALLED *
      * BY THE A20PGM78 CLOSE (SAME CALLED-SUBPROGRAM PATTERN AS THE   *
      * A20PGM98 CHANGE-LOG WRITER). THE CLOSE PASSES THE PERIOD IT    *
      * HAS JUST CLOSED AND THE FIRST DAYS OF THAT PERIOD AND THE      *
      * NEXT; THE SNAPSHOT REBUILDS THE PERIOD'S STOCK_SNAPSHOT1 ROWS  *
      * IN THE CLOSE'S UNIT OF WORK AND PRINTS THE ROLL-FORWARD        *
      * EXCEPTIONS.                                                    *
      *    SNPR-PRODUCTS    PRODUCTS SNAPSHOT                          *
      *    SNPR-EXCEPTIONS  PRODUCTS THAT DID NOT BALANCE              *
      *    SNPR-RESULT 'Y'  SNAPSHOT WRITTEN                           *
      *                'N'  SQL FAILURE (SQLCODE IN SNPR-SQLCODE) -    *
      *                     THE CLOSE ROLLS BACK, PERIOD AND SNAPSHOT  *
      *                     TOGETHER                                   *
      *****************************************************************
       01  SNPR-REQUEST.
           05 SNPR-PERIOD         PIC X(07).
           05 SNPR-PERIOD-START   PIC X(10).
           05 SNPR-NEXT-START     PIC X(10).
           05 SNPR-RUN-DATE       PIC X(10).
           05 SNPR-PRODUCTS       PIC S9(7) COMP-3.
           05 SNPR-EXCEPTIONS     PIC S9(7) COMP-3.
           05 SNPR-RESULT         PIC X(01).
           05 SNPR-SQLCODE        PIC S9(9) COMP.
