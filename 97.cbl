       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM97.
      *SEGREGATION-OF-DUTIES EXCEPTION REPORT. THE APPROVAL SCREENS
      *REFUSE A DECISION FROM THE PERSON WHO RAISED THE ITEM -
      *A20PGM29 WILL NOT LET THE CLERK WHO KEYED AN ORDER RELEASE OR
      *REJECT ITS CREDIT HOLD, A20PGM76 WILL NOT LET A SUPERVISOR
      *DECIDE A CREDIT-LIMIT PROPOSAL THEY RAISED, A20PGM69 THE SAME
      *FOR A REORDER SUGGESTION. EACH NIGHT THIS JOB SCANS THE
      *STAMPED OPERATOR COLUMNS FOR ANY SAME-PERSON RAISE-AND-DECIDE
      *PAIR THAT GOT THROUGH ANYWAY (A BATCH FIX, A DIRECT TABLE
      *UPDATE, AN EMERGENCY OVERRIDE) -
      *   HLD  ORDER1.ENTERED_BY = THE ORDER_STATUS_LOG CHANGED_BY
      *        OF THE STEP OUT OF 'HELD'
      *   CRV  CREDIT_REVIEW1 RAISED_BY = DECIDED_BY
      *   ROR  REORDER_SUGGEST1 RAISED_BY = DECIDED_BY
      *'BATCH' AND BLANK STAMPS ARE NOT PEOPLE AND NEVER PAIR. THE
      *SCAN COVERS DECISIONS DATED FROM THIS JOB'S LAST ENDED RUN
      *(ALL HISTORY ON THE FIRST RUN). ANY PAIR FOUND IS LISTED
      *THROUGH THE A20PGM41 REPORT WRITER AND ENDS THE JOB RC=4.
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
       COPY GATREQ1.
       COPY RPTWTR1.
       01 WS-SOD-CHECK         PIC X(03).
       01 WS-SOD-ITEM.
          49 WS-SOD-ITEM-LEN   PIC S9(4) USAGE COMP.
          49 WS-SOD-ITEM-TEXT  PIC X(06).
       01 WS-SOD-OPERATOR      PIC X(08).
       01 WS-SOD-DATE          PIC X(10).
       01 WS-SOD-OUTCOME.
          49 WS-SOD-OUTCOME-LEN  PIC S9(4) USAGE COMP.
          49 WS-SOD-OUTCOME-TEXT PIC X(10).
       01 WS-FROM-DATE         PIC X(10).
       01 WS-HLD-COUNT         PIC 9(07) VALUE 0.
       01 WS-CRV-COUNT         PIC 9(07) VALUE 0.
       01 WS-ROR-COUNT         PIC 9(07) VALUE 0.
       01 WS-PAIR-COUNT        PIC 9(07) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 1000-SET-WINDOW-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'SEGREGATION OF DUTIES EXCEPTIONS' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'DECISIONS DATED FROM ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE 'CHK' TO RPTW-LINE(1:3)
           MOVE 'ITEM' TO RPTW-LINE(6:4)
           MOVE 'OPERATOR' TO RPTW-LINE(14:8)
           MOVE 'DECIDED' TO RPTW-LINE(24:7)
           MOVE 'OUTCOME' TO RPTW-LINE(36:7)
           MOVE 'RAISED AND DECIDED BY THE SAME PERSON' TO
                RPTW-LINE(48:37)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 2000-OPEN-CURSOR-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 3000-FETCH-PARA
              IF NOT WS-EOF
                 PERFORM 4000-PRINT-PAIR-PARA
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE SODPR-CUR
           END-EXEC
           MOVE 'T' TO RPTW-ACTION
           MOVE WS-PAIR-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'SAME-PERSON PAIRS FOUND: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-HLD-COUNT TO WS-COUNT-DISP
           DISPLAY 'CREDIT HOLDS SELF-DECIDED:     ' WS-COUNT-DISP
           MOVE WS-CRV-COUNT TO WS-COUNT-DISP
           DISPLAY 'LIMIT REVIEWS SELF-DECIDED:    ' WS-COUNT-DISP
           MOVE WS-ROR-COUNT TO WS-COUNT-DISP
           DISPLAY 'REORDER SUGGESTS SELF-DECIDED: ' WS-COUNT-DISP
           MOVE WS-PAIR-COUNT TO WS-LOG-IN-COUNT
           MOVE WS-PAIR-COUNT TO WS-LOG-WARN-COUNT
           IF WS-PAIR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-SET-WINDOW-PARA.
      *    FROM THE DATE OF THE LAST RUN THAT ENDED. A PAIR DECIDED
      *    LATER THAT SAME DAY CAN SHOW ON TWO NIGHTS - TWICE IS
      *    BETTER THAN NEVER.
           EXEC SQL
               SELECT COALESCE(MAX(RUN_DATE), '0001-01-01')
                INTO :WS-FROM-DATE
                FROM BATCH_RUN_LOG
                WHERE JOB_NAME = :JOB-NAME
                  AND RUN_DATE < :DCLBATCH-RUN-LOG.RUN-DATE
                  AND RUN_STATUS = 'ENDED'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR READING RUN LOG, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-OPEN-CURSOR-PARA.
      *    THE HOLD DECISION IS THE STATUS-LOG STEP OUT OF 'HELD' -
      *    ORDER_HOLD1 CARRIES NO OPERATOR OF ITS OWN.
           EXEC SQL
               DECLARE SODPR-CUR CURSOR FOR
               SELECT 'HLD', O.ORDER_ID, O.ENTERED_BY,
                      L.CHANGE_DATE, L.NEW_STATUS
                 FROM ORDER1 O, ORDER_STATUS_LOG L
                WHERE L.ORDER_ID = O.ORDER_ID
                  AND L.OLD_STATUS = 'HELD'
                  AND L.CHANGED_BY = O.ENTERED_BY
                  AND O.ENTERED_BY NOT IN (' ', 'BATCH')
                  AND L.CHANGE_DATE >= :WS-FROM-DATE
               UNION ALL
               SELECT 'CRV', CUSTOMER_ID, RAISED_BY,
                      DECIDED_DATE, REVIEW_STATUS
                 FROM CREDIT_REVIEW1
                WHERE RAISED_BY = DECIDED_BY
                  AND RAISED_BY NOT IN (' ', 'BATCH')
                  AND DECIDED_DATE >= :WS-FROM-DATE
               UNION ALL
               SELECT 'ROR', PRODUCT_CODE, RAISED_BY,
                      APPLIED_DATE, APPLY_STATUS
                 FROM REORDER_SUGGEST1
                WHERE RAISED_BY = DECIDED_BY
                  AND RAISED_BY NOT IN (' ', 'BATCH')
                  AND APPLIED_DATE >= :WS-FROM-DATE
               ORDER BY 1, 4, 2
           END-EXEC
           EXEC SQL
               OPEN SODPR-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       3000-FETCH-PARA.
           EXEC SQL
               FETCH SODPR-CUR
               INTO :WS-SOD-CHECK,
                    :WS-SOD-ITEM,
                    :WS-SOD-OPERATOR,
                    :WS-SOD-DATE,
                    :WS-SOD-OUTCOME
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                 MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       4000-PRINT-PAIR-PARA.
           ADD 1 TO WS-PAIR-COUNT
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE WS-SOD-CHECK TO RPTW-LINE(1:3)
           MOVE WS-SOD-ITEM-TEXT(1:WS-SOD-ITEM-LEN) TO
                RPTW-LINE(6:6)
           MOVE WS-SOD-OPERATOR TO RPTW-LINE(14:8)
           MOVE WS-SOD-DATE TO RPTW-LINE(24:10)
           MOVE WS-SOD-OUTCOME-TEXT(1:WS-SOD-OUTCOME-LEN) TO
                RPTW-LINE(36:10)
           EVALUATE WS-SOD-CHECK
              WHEN 'HLD'
                 ADD 1 TO WS-HLD-COUNT
                 MOVE 'KEYED THE ORDER, DECIDED ITS CREDIT HOLD'
                      TO RPTW-LINE(48:40)
              WHEN 'CRV'
                 ADD 1 TO WS-CRV-COUNT
                 MOVE 'RAISED AND DECIDED A CREDIT-LIMIT REVIEW'
                      TO RPTW-LINE(48:40)
              WHEN OTHER
                 ADD 1 TO WS-ROR-COUNT
                 MOVE 'RAISED AND DECIDED A REORDER SUGGESTION'
                      TO RPTW-LINE(48:40)
           END-EVALUATE
           PERFORM 8100-CALL-WRITER-PARA.
       8100-CALL-WRITER-PARA.
           CALL 'A20PGM41' USING RPTW-REQUEST.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM97' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM97' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
           EXEC SQL
               SELECT RUN_STATUS
                INTO :RUN-STATUS
                FROM BATCH_RUN_LOG
                WHERE JOB_NAME = :JOB-NAME
                  AND RUN_DATE = :DCLBATCH-RUN-LOG.RUN-DATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF RUN-STATUS-TEXT(1:RUN-STATUS-LEN) = 'OPEN'
                   DISPLAY 'A20PGM97 ALREADY RUNNING THIS WINDOW'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                END-IF
                EXEC SQL
                    UPDATE BATCH_RUN_LOG
                       SET RUN_STATUS = 'OPEN',
                           START_TIME = :WS-RUN-TIME,
                           END_TIME = ' ',
                           IN_COUNT = 0,
                           WARN_COUNT = 0,
                           RUN_RC = 0,
                           CHECKPOINT_KEY = ' '
                     WHERE JOB_NAME = :JOB-NAME
                       AND RUN_DATE = :DCLBATCH-RUN-LOG.RUN-DATE
                END-EXEC
             WHEN 100
                MOVE WS-RUN-TIME TO START-TIME
                MOVE SPACES TO END-TIME
                MOVE 'OPEN' TO RUN-STATUS-TEXT
                MOVE LENGTH OF 'OPEN' TO RUN-STATUS-LEN
                MOVE 0 TO IN-COUNT
                MOVE 0 TO WARN-COUNT
                MOVE 0 TO RUN-RC
                MOVE SPACES TO CHECKPOINT-KEY-TEXT
                MOVE 0 TO CHECKPOINT-KEY-LEN
                EXEC SQL
                    INSERT INTO BATCH_RUN_LOG VALUES(
                           :JOB-NAME,
                           :DCLBATCH-RUN-LOG.RUN-DATE,
                           :START-TIME,
                           :END-TIME,
                           :RUN-STATUS,
                           :IN-COUNT,
                           :WARN-COUNT,
                           :RUN-RC,
                           :CHECKPOINT-KEY)
                END-EXEC
             WHEN OTHER
                DISPLAY 'RUN LOG ERROR, SQLCODE= ' SQLCODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM97' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM97 HELD - WAITING ON ' GATR-WAIT-JOB
                        ' ' GATR-WAIT-STATUS
                EXEC SQL
                    COMMIT
                END-EXEC
                MOVE 10 TO RETURN-CODE
                STOP RUN
             WHEN OTHER
                DISPLAY 'DEPENDENCY GATE ERROR, SQLCODE= ' GATR-SQLCODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0150-GET-RUN-STAMP-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           STRING WS-RUN-TS(1:4) '-' WS-RUN-TS(5:2) '-'
                  WS-RUN-TS(7:2) DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-RUN-TS(9:2) ':' WS-RUN-TS(11:2) ':'
                  WS-RUN-TS(13:2) DELIMITED BY SIZE INTO WS-RUN-TIME.
       0900-CLOSE-RUN-PARA.
           PERFORM 0150-GET-RUN-STAMP-PARA
           MOVE WS-LOG-IN-COUNT TO IN-COUNT
           MOVE WS-LOG-WARN-COUNT TO WARN-COUNT
           MOVE RETURN-CODE TO RUN-RC
           EXEC SQL
               UPDATE BATCH_RUN_LOG
                  SET RUN_STATUS = 'ENDED',
                      END_TIME = :WS-RUN-TIME,
                      IN_COUNT = :IN-COUNT,
                      WARN_COUNT = :WARN-COUNT,
                      RUN_RC = :RUN-RC
                WHERE JOB_NAME = :JOB-NAME
                  AND RUN_DATE = :DCLBATCH-RUN-LOG.RUN-DATE
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC.
