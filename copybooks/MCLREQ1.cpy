      *****************************************************************
      * REQUEST AREA FOR THE SHARED MASTER CHANGE-LOG WRITER A20PGM98  *
      * (SAME CALLED-SUBPROGRAM PATTERN AS THE A20PGM95 NOTIFICATION   *
      * WRITER). THE MAINTENANCE PROGRAM COMPARES ITS BEFORE-IMAGE     *
      * WITH WHAT IT JUST WROTE AND, FOR EACH COLUMN THAT CHANGED,     *
      * FILLS IN THE MASTER, THE COLUMN, THE OLD AND NEW VALUES, THE   *
      * SENSITIVE FLAG AND THE STAMP, AND CALLS THE WRITER, WHICH      *
      * INSERTS THE MASTER_CHANGE_LOG1 ROW IN THE CALLER'S UNIT OF     *
      * WORK.                                                          *
      *    MCLR-RESULT 'Y' - ROW WRITTEN                               *
      *                'N' - NOT WRITTEN (SQLCODE IN MCLR-SQLCODE).    *
      *                      A MASTER CHANGE WITH NO HISTORY IS NOT    *
      *                      ALLOWED - CALLERS ROLL THE UPDATE BACK    *
      *****************************************************************
       01  MCLR-REQUEST.
           05 MCLR-TYPE           PIC X(01).
           05 MCLR-ID             PIC X(06).
           05 MCLR-FIELD          PIC X(14).
           05 MCLR-OLD            PIC X(40).
           05 MCLR-NEW            PIC X(40).
           05 MCLR-SENSITIVE      PIC X(01).
           05 MCLR-DATE           PIC X(10).
           05 MCLR-TIME           PIC X(08).
           05 MCLR-OPERATOR       PIC X(08).
           05 MCLR-RESULT         PIC X(01).
           05 MCLR-SQLCODE        PIC S9(9) COMP.
