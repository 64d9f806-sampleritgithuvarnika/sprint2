       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG105.
      *JOB-DEPENDENCY GATE FOR THE OVERNIGHT SCHEDULE. THE SCHEDULER
      *STARTS JOBS ON CLOCK TIME, SO A LATE OR FAILED JOB USED TO
      *LEAVE THE JOBS AFTER IT RUNNING ON HALF A NIGHT'S DATA (THE
      *INVOICING RUN BILLING BEFORE THE CARRIER DELIVERIES WERE
      *POSTED). EVERY BATCH JOB CALLS THIS SUBPROGRAM AT START-UP.
      *FOR EACH JOB_DEPENDENCY1 ROW NAMING THE CALLER IT READS THE
      *PREDECESSOR'S BATCH_RUN_LOG ROW FOR THE RUN DATE - THE
      *PREDECESSOR MUST HAVE 'ENDED' WITH A RUN_RC NO WORSE THAN THE
      *ROW'S MAX_RC. THE FIRST ONE THAT HAS NOT (NOT RUN YET, STILL
      *OPEN, OR ENDED OVER ITS CEILING) HOLDS THE CALLER BACK: THE
      *HOLD IS RECORDED ON JOB_GATE_LOG1 FOR THE A20PGM54 SUMMARY AND
      *THE CALLER ENDS RC=10 WITHOUT OPENING ITS OWN RUN, SO THE
      *SCHEDULER'S RETRY FINDS A CLEAN START. A JOB WITH NO
      *DEPENDENCY ROWS ALWAYS GOES AHEAD. EVERYTHING IS WRITTEN IN
      *THE CALLER'S UNIT OF WORK. SEE GATREQ1.CPY FOR THE REQUEST
      *AREA, JOBDEP1.CPY AND JOBGAT1.CPY FOR THE TABLES.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
           EXEC SQL
             INCLUDE JOBDEP1
           END-EXEC.
           EXEC SQL
             INCLUDE JOBGAT1
           END-EXEC.
       01 WS-EOF-SW            PIC X.
          88 WS-EOF                 VALUE 'Y'.
      *
       LINKAGE SECTION.
       01 LK-GATR-REQUEST.
           05 LK-GATR-JOB          PIC X(08).
           05 LK-GATR-RUN-DATE     PIC X(10).
           05 LK-GATR-RUN-TIME     PIC X(08).
           05 LK-GATR-RESULT       PIC X(01).
           05 LK-GATR-WAIT-JOB     PIC X(08).
           05 LK-GATR-WAIT-STATUS  PIC X(08).
           05 LK-GATR-WAIT-RC      PIC S9(4) COMP.
           05 LK-GATR-SQLCODE      PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-GATR-REQUEST.
       0000-MAIN-PARA.
           MOVE 'Y' TO LK-GATR-RESULT
           MOVE SPACES TO LK-GATR-WAIT-JOB
           MOVE SPACES TO LK-GATR-WAIT-STATUS
           MOVE 0 TO LK-GATR-WAIT-RC
           MOVE 0 TO LK-GATR-SQLCODE
           MOVE LK-GATR-JOB TO JOB-NAME-TEXT OF DCLJOB-DEPENDENCY
           MOVE LENGTH OF LK-GATR-JOB TO
                JOB-NAME-LEN OF DCLJOB-DEPENDENCY
           EXEC SQL
               DECLARE JOBDEP-CUR CURSOR FOR
               SELECT PRED_JOB_NAME, MAX_RC
               FROM JOB_DEPENDENCY1
               WHERE JOB_NAME = :DCLJOB-DEPENDENCY.JOB-NAME
               ORDER BY PRED_JOB_NAME
           END-EXEC
           EXEC SQL
               OPEN JOBDEP-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'E' TO LK-GATR-RESULT
              MOVE SQLCODE TO LK-GATR-SQLCODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF OR LK-GATR-RESULT NOT = 'Y'
              EXEC SQL
                  FETCH JOBDEP-CUR
                  INTO :DCLJOB-DEPENDENCY.PRED-JOB-NAME,
                       :DCLJOB-DEPENDENCY.MAX-RC
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 1000-CHECK-PRED-PARA
                 WHEN OTHER
                    MOVE 'E' TO LK-GATR-RESULT
                    MOVE SQLCODE TO LK-GATR-SQLCODE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE JOBDEP-CUR
           END-EXEC
           IF LK-GATR-RESULT = 'H'
              PERFORM 2000-LOG-HOLD-PARA
           END-IF
           GOBACK.
       1000-CHECK-PRED-PARA.
      *    ONLY THE PREDECESSOR'S ROW FOR THE SAME RUN DATE COUNTS -
      *    YESTERDAY'S CLEAN RUN SAYS NOTHING ABOUT TONIGHT'S DATA.
           MOVE PRED-JOB-NAME-TEXT OF DCLJOB-DEPENDENCY
                (1:PRED-JOB-NAME-LEN OF DCLJOB-DEPENDENCY)
                TO JOB-NAME-TEXT OF DCLBATCH-RUN-LOG
           MOVE PRED-JOB-NAME-LEN OF DCLJOB-DEPENDENCY TO
                JOB-NAME-LEN OF DCLBATCH-RUN-LOG
           MOVE LK-GATR-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
           EXEC SQL
               SELECT RUN_STATUS, RUN_RC
                INTO :DCLBATCH-RUN-LOG.RUN-STATUS,
                     :DCLBATCH-RUN-LOG.RUN-RC
                FROM BATCH_RUN_LOG
                WHERE JOB_NAME = :DCLBATCH-RUN-LOG.JOB-NAME
                  AND RUN_DATE = :DCLBATCH-RUN-LOG.RUN-DATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF RUN-STATUS-TEXT(1:RUN-STATUS-LEN) NOT = 'ENDED'
                   MOVE 'H' TO LK-GATR-RESULT
                   MOVE RUN-STATUS-TEXT(1:RUN-STATUS-LEN) TO
                        LK-GATR-WAIT-STATUS
                ELSE
                   IF RUN-RC OF DCLBATCH-RUN-LOG >
                      MAX-RC OF DCLJOB-DEPENDENCY
                      MOVE 'H' TO LK-GATR-RESULT
                      MOVE 'ENDED' TO LK-GATR-WAIT-STATUS
                   END-IF
                END-IF
                MOVE RUN-RC OF DCLBATCH-RUN-LOG TO LK-GATR-WAIT-RC
             WHEN 100
                MOVE 'H' TO LK-GATR-RESULT
                MOVE 'NOT RUN' TO LK-GATR-WAIT-STATUS
                MOVE 0 TO LK-GATR-WAIT-RC
             WHEN OTHER
                MOVE 'E' TO LK-GATR-RESULT
                MOVE SQLCODE TO LK-GATR-SQLCODE
           END-EVALUATE
           IF LK-GATR-RESULT = 'H'
              MOVE PRED-JOB-NAME-TEXT OF DCLJOB-DEPENDENCY
                   (1:PRED-JOB-NAME-LEN OF DCLJOB-DEPENDENCY)
                   TO LK-GATR-WAIT-JOB
           END-IF.
       2000-LOG-HOLD-PARA.
      *    ONE ROW PER JOB PER RUN DATE - A RETRY THAT IS HELD AGAIN
      *    BUMPS THE COUNT AND SAYS WHAT IT IS WAITING ON NOW.
           MOVE LK-GATR-JOB TO JOB-NAME-TEXT OF DCLJOB-GATE-LOG
           MOVE LENGTH OF LK-GATR-JOB TO JOB-NAME-LEN OF DCLJOB-GATE-LOG
           MOVE LK-GATR-RUN-DATE TO RUN-DATE OF DCLJOB-GATE-LOG
           MOVE LK-GATR-RUN-TIME TO HELD-TIME
           MOVE LK-GATR-WAIT-JOB TO WAIT-JOB-TEXT
           MOVE LENGTH OF LK-GATR-WAIT-JOB TO WAIT-JOB-LEN
           MOVE LK-GATR-WAIT-STATUS TO WAIT-STATUS
           MOVE LK-GATR-WAIT-RC TO WAIT-RC
           EXEC SQL
               UPDATE JOB_GATE_LOG1
                  SET HELD_TIME = :DCLJOB-GATE-LOG.HELD-TIME,
                      HOLD_COUNT = HOLD_COUNT + 1,
                      WAIT_JOB = :DCLJOB-GATE-LOG.WAIT-JOB,
                      WAIT_STATUS = :DCLJOB-GATE-LOG.WAIT-STATUS,
                      WAIT_RC = :DCLJOB-GATE-LOG.WAIT-RC
                WHERE JOB_NAME = :DCLJOB-GATE-LOG.JOB-NAME
                  AND RUN_DATE = :DCLJOB-GATE-LOG.RUN-DATE
           END-EXEC
           IF SQLCODE = 100
              MOVE 1 TO HOLD-COUNT
              EXEC SQL
                  INSERT INTO JOB_GATE_LOG1 VALUES(
                         :DCLJOB-GATE-LOG.JOB-NAME,
                         :DCLJOB-GATE-LOG.RUN-DATE,
                         :DCLJOB-GATE-LOG.HELD-TIME,
                         :DCLJOB-GATE-LOG.HOLD-COUNT,
                         :DCLJOB-GATE-LOG.WAIT-JOB,
                         :DCLJOB-GATE-LOG.WAIT-STATUS,
                         :DCLJOB-GATE-LOG.WAIT-RC)
              END-EXEC
           END-IF
      *    A HOLD THAT CANNOT BE LOGGED IS STILL A HOLD - THE JOB
      *    MUST NOT START - BUT THE CALLER REPORTS THE SQL FAILURE.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO LK-GATR-SQLCODE
           END-IF.
