      *****************************************************************
      * REQUEST AREA FOR THE SHARED GROUP CREDIT CHECK A20PG117 (SAME  *
      * CALLED-SUBPROGRAM PATTERN AS THE A20PG102 ATP CALCULATOR).     *
      * A BRANCH TRADING ON ITS OWN CUSTOMER1 ACCOUNT CAN STAY INSIDE  *
      * ITS OWN CREDIT LIMIT WHILE THE GROUP AS A WHOLE RUNS PAST WHAT *
      * CREDIT CONTROL AGREED WITH THE HEAD OFFICE. ORDER ENTRY        *
      * (A20PGM6) AND THE BATCH ORDER BUILDERS (A20PGM26, A20PGM43,    *
      * A20PGM45, A20PGM55) ASK HERE AFTER THEIR OWN ACCOUNT CHECK     *
      * PASSES. THE CALLER FILLS IN -                                  *
      *    GRPR-CUSTOMER    THE ACCOUNT THE ORDER IS FOR               *
      *    GRPR-AMOUNT      THE NEW ORDER VALUE (BASE CURRENCY)        *
      * AND GETS BACK -                                                *
      *    GRPR-HEAD        THE HEAD OFFICE (THE ACCOUNT ITSELF WHEN   *
      *                     IT HAS NO PARENT)                          *
      *    GRPR-LIMIT       THE HEAD OFFICE'S GROUP-CREDIT-LIMIT       *
      *    GRPR-EXPOSURE    OUTSTANDING BALANCE OF THE WHOLE GROUP     *
      *    GRPR-RESULT 'Y'  WITHIN THE GROUP LIMIT, OR NO GROUP LIMIT  *
      *                'O'  THE ORDER WOULD TAKE THE GROUP OVER IT     *
      *                'N'  NO SUCH ACCOUNT                            *
      *                'E'  SQL FAILURE (SQLCODE IN GRPR-SQLCODE)      *
      *****************************************************************
       01  GRPR-REQUEST.
           05 GRPR-CUSTOMER       PIC X(06).
           05 GRPR-AMOUNT         PIC S9(9)V9(2) COMP-3.
           05 GRPR-HEAD           PIC X(06).
           05 GRPR-LIMIT          PIC S9(8)V9(2) COMP-3.
           05 GRPR-EXPOSURE       PIC S9(11)V9(2) COMP-3.
           05 GRPR-RESULT         PIC X(01).
           05 GRPR-SQLCODE        PIC S9(9) COMP.
