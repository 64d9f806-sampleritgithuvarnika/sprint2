      *****************************************************************
      * REQUEST AREA FOR THE JOB-DEPENDENCY GATE A20PG105, CALLED BY   *
      * EVERY BATCH JOB FROM ITS 0100-OPEN-RUN-PARA BEFORE IT TOUCHES  *
      * ITS OWN BATCH_RUN_LOG ROW (SAME CALLED-SUBPROGRAM PATTERN AS   *
      * THE A20PG101 SNAPSHOT). THE JOB PASSES ITS NAME AND RUN STAMP; *
      * THE GATE CHECKS EVERY JOB_DEPENDENCY1 PREDECESSOR.             *
      *    GATR-RESULT 'Y'  ALL PREDECESSORS ENDED WITHIN THEIR        *
      *                     RC CEILING FOR THE RUN DATE - GO AHEAD     *
      *                'H'  HELD - GATR-WAIT-JOB/STATUS/RC NAME THE    *
      *                     PREDECESSOR IT IS WAITING ON; A            *
      *                     JOB_GATE_LOG1 ROW IS WRITTEN IN THE        *
      *                     CALLER'S UNIT OF WORK. THE CALLER COMMITS  *
      *                     AND ENDS RC=10                             *
      *                'E'  SQL FAILURE (SQLCODE IN GATR-SQLCODE)      *
      *****************************************************************
       01  GATR-REQUEST.
           05 GATR-JOB            PIC X(08).
           05 GATR-RUN-DATE       PIC X(10).
           05 GATR-RUN-TIME       PIC X(08).
           05 GATR-RESULT         PIC X(01).
           05 GATR-WAIT-JOB       PIC X(08).
           05 GATR-WAIT-STATUS    PIC X(08).
           05 GATR-WAIT-RC        PIC S9(4) COMP.
           05 GATR-SQLCODE        PIC S9(9) COMP.
