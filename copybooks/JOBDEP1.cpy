      *****************************************************************
      * DCLGEN TABLE(JOB_DEPENDENCY1)                                  *
      * THE OVERNIGHT SCHEDULE'S RUNNING ORDER - ONE ROW PER JOB PER   *
      * JOB IT MUST FOLLOW. MAX_RC IS THE WORST RUN_RC THE PREDECESSOR *
      * MAY HAVE ENDED WITH FOR THIS JOB STILL TO GO AHEAD (0 = MUST   *
      * BE CLEAN, 4 = WARNINGS ACCEPTED). EVERY BATCH JOB PASSES THE   *
      * A20PG105 GATE AT START-UP, WHICH READS THESE ROWS AGAINST THE  *
      * PREDECESSORS' BATCH_RUN_LOG ROWS FOR THE RUN DATE. A JOB WITH  *
      * NO ROWS HERE RUNS ON CLOCK TIME AS BEFORE. SEEDED AND CHANGED  *
      * BY OPERATIONS THROUGH THE DBA LIKE THE OTHER REFERENCE TABLES. *
      *****************************************************************
       01  DCLJOB-DEPENDENCY.
           10 JOB-NAME.
              49 JOB-NAME-LEN          PIC S9(4) USAGE COMP.
              49 JOB-NAME-TEXT         PIC X(08).
           10 PRED-JOB-NAME.
              49 PRED-JOB-NAME-LEN     PIC S9(4) USAGE COMP.
              49 PRED-JOB-NAME-TEXT    PIC X(08).
           10 MAX-RC                   PIC S9(4) USAGE COMP.
