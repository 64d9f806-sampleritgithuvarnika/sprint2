      *****************************************************************
      * REQUEST AREA FOR THE SHARED NOTIFICATION WRITER A20PGM95       *
      * (SAME CALLED-SUBPROGRAM PATTERN AS THE A20PGM64 LOT            *
      * ALLOCATOR). THE PROGRAM WHERE AN EVENT HAPPENS FILLS IN THE    *
      * EVENT TYPE (SEE NTFOBX1.CPY), THE CUSTOMER, THE ORDER (BLANK   *
      * FOR AN ACCOUNT EVENT), ANY DETAIL THE MESSAGE SHOULD QUOTE AND *
      * THE EVENT STAMP, AND CALLS THE WRITER, WHICH PARKS A 'PENDING' *
      * NOTIFY_OUTBOX1 ROW IN THE CALLER'S UNIT OF WORK - A ROLLED-    *
      * BACK ORDER TAKES ITS NOTIFICATION WITH IT.                     *
      *    NTFR-RESULT 'Y' - ROW WRITTEN                               *
      *                'N' - NOT WRITTEN (SQLCODE IN NTFR-SQLCODE).    *
      *                      A LOST NOTIFICATION NEVER FAILS THE       *
      *                      BUSINESS EVENT, SO CALLERS CARRY ON       *
      *****************************************************************
       01  NTFR-REQUEST.
           05 NTFR-EVENT          PIC X(03).
           05 NTFR-CUSTOMER       PIC X(06).
           05 NTFR-ORDER-ID       PIC X(06).
           05 NTFR-DETAIL         PIC X(40).
           05 NTFR-DATE           PIC X(10).
           05 NTFR-TIME           PIC X(08).
           05 NTFR-RESULT         PIC X(01).
           05 NTFR-SQLCODE        PIC S9(9) COMP.
