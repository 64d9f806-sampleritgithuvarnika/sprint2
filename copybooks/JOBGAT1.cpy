      *****************************************************************
      * DCLGEN TABLE(JOB_GATE_LOG1)                                    *
      * ONE ROW PER JOB PER RUN DATE THE A20PG105 DEPENDENCY GATE HELD *
      * BACK. WAIT_JOB IS THE FIRST PREDECESSOR THAT HAD NOT FINISHED  *
      * ACCEPTABLY, WAIT_STATUS WHAT ITS BATCH_RUN_LOG ROW SHOWED      *
      * ('NOT RUN', 'OPEN', OR 'ENDED' WITH WAIT_RC OVER THE CEILING). *
      * A JOB THE SCHEDULER RETRIES AND HOLDS AGAIN UPDATES ITS ROW -  *
      * HOLD_COUNT, THE LATEST HELD_TIME AND WHAT IT IS NOW WAITING    *
      * ON. KEPT APART FROM BATCH_RUN_LOG SO A HOLD IS NEVER MISTAKEN  *
      * FOR A RUN (OR, FOR A20PGM14/15, A RESTART). THE A20PGM54       *
      * END-OF-NIGHT SUMMARY LISTS THE DAY'S ROWS.                     *
      *****************************************************************
       01  DCLJOB-GATE-LOG.
           10 JOB-NAME.
              49 JOB-NAME-LEN          PIC S9(4) USAGE COMP.
              49 JOB-NAME-TEXT         PIC X(08).
           10 RUN-DATE                 PIC X(10).
           10 HELD-TIME                PIC X(08).
           10 HOLD-COUNT               PIC S9(4) USAGE COMP.
           10 WAIT-JOB.
              49 WAIT-JOB-LEN          PIC S9(4) USAGE COMP.
              49 WAIT-JOB-TEXT         PIC X(08).
           10 WAIT-STATUS              PIC X(08).
           10 WAIT-RC                  PIC S9(4) USAGE COMP.
