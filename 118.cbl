       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG118.
      *GROUP CREDIT EXPOSURE REPORT. EVERY HEAD OFFICE ACCOUNT THAT
      *HAS BRANCHES (CUSTOMER1 ROWS CARRYING IT AS PARENT_ID) OR A
      *GROUP_CREDIT_LIMIT, WITH THE HEAD OFFICE AND EACH BRANCH LISTED
      *UNDER IT - OUTSTANDING BALANCE AND OWN CREDIT LIMIT - THEN THE
      *GROUP'S TOTAL EXPOSURE AGAINST THE GROUP LIMIT, FLAGGED OVER
      *WHERE IT HAS PASSED IT (ORDERS ALREADY HELD OR RELEASED BEFORE
      *THE LIMIT WAS CUT CAN LEAVE A GROUP OVER). A BRANCH WHOSE HEAD
      *OFFICE IS NO LONGER ON FILE IS STILL LISTED UNDER THE MISSING
      *PARENT SO CREDIT CONTROL CAN TIDY IT UP. ENDS RC=4 WHEN ANY
      *GROUP IS OVER. PRINTED THROUGH THE A20PGM41 REPORT WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-ROW-TYPE          PIC S9(4) COMP.
       77 WS-GROUP-EXPOSURE    PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-GROUP-LIMIT       PIC S9(8)V9(2) COMP-3 VALUE 0.
       77 WS-GROUP-BRANCHES    PIC S9(5) COMP-3 VALUE 0.
       77 WS-TOT-GROUPS        PIC S9(5) COMP-3 VALUE 0.
       77 WS-TOT-EXPOSURE      PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-GROUP-ID          PIC X(06).
       01 WS-PREV-GROUP        PIC X(06) VALUE SPACES.
       01 WS-HEAD-SEEN-SW      PIC X VALUE 'N'.
          88 WS-HEAD-SEEN           VALUE 'Y'.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-BAL-DISP          PIC ZZZZZZZ9.99-.
       01 WS-LIMIT-DISP        PIC ZZZZZZZ9.99.
       01 WS-EXP-DISP          PIC ZZZZZZZZZ9.99-.
       01 WS-COUNT-DISP        PIC ZZZZ9.
       01 WS-ROLE-TEXT         PIC X(08).
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'GROUP CREDIT EXPOSURE' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'HEAD OFFICE AND BRANCH BALANCES AS AT '
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 2000-LIST-GROUPS-PARA
           IF WS-PREV-GROUP NOT = SPACES
              PERFORM 3000-GROUP-TOTAL-PARA
           END-IF
           MOVE WS-TOT-EXPOSURE TO WS-EXP-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE WS-TOT-GROUPS TO WS-COUNT-DISP
           STRING 'ALL GROUPS  ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  EXPOSURE ' DELIMITED BY SIZE
                  WS-EXP-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-LOG-WARN-COUNT TO WS-COUNT-DISP
           STRING 'GROUPS OVER THEIR LIMIT  ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       2000-LIST-GROUPS-PARA.
      *    ONE ROW PER ACCOUNT IN A GROUP, KEYED ON ITS HEAD OFFICE -
      *    THE HEAD OFFICE FIRST (ROW TYPE 0), THEN ITS BRANCHES.
           MOVE 'D' TO RPTW-ACTION
           MOVE 'ACCOUNT        ID     NAME                      BALANCE
      -         '    OWN LIMIT' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           EXEC SQL
               DECLARE GRPEXP-CUR CURSOR FOR
               SELECT CASE WHEN C.PARENT_ID = ' '
                           THEN C.CUSTOMER_ID
                           ELSE C.PARENT_ID END,
                      CASE WHEN C.PARENT_ID = ' ' THEN 0
                           ELSE 1 END,
                      C.CUSTOMER_ID, C.CUSTOMER_NAME,
                      C.OUTSTANDING_BALANCE, C.CREDIT_LIMIT,
                      C.GROUP_CREDIT_LIMIT
               FROM CUSTOMER1 C
               WHERE C.PARENT_ID <> ' '
                  OR C.GROUP_CREDIT_LIMIT > 0
                  OR EXISTS
                     (SELECT 1
                        FROM CUSTOMER1 B
                       WHERE B.PARENT_ID = C.CUSTOMER_ID)
               ORDER BY 1, 2, 3
           END-EXEC
           EXEC SQL
               OPEN GRPEXP-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GRPEXP-CUR
                  INTO :WS-GROUP-ID,
                       :WS-ROW-TYPE,
                       :DCLCUSTOMER1.CUSTOMER-ID,
                       :DCLCUSTOMER1.CUSTOMER-NAME,
                       :OUTSTANDING-BALANCE,
                       :CREDIT-LIMIT,
                       :GROUP-CREDIT-LIMIT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 2100-ACCOUNT-LINE-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE GRPEXP-CUR
           END-EXEC.
       2100-ACCOUNT-LINE-PARA.
           IF WS-GROUP-ID NOT = WS-PREV-GROUP
              IF WS-PREV-GROUP NOT = SPACES
                 PERFORM 3000-GROUP-TOTAL-PARA
              END-IF
              MOVE WS-GROUP-ID TO WS-PREV-GROUP
              MOVE 'N' TO WS-HEAD-SEEN-SW
              MOVE 'D' TO RPTW-ACTION
              MOVE SPACES TO RPTW-LINE
              STRING 'GROUP ' DELIMITED BY SIZE
                     WS-GROUP-ID DELIMITED BY SIZE
                     INTO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           END-IF
           ADD 1 TO WS-LOG-IN-COUNT
           IF WS-ROW-TYPE = 0
              MOVE 'Y' TO WS-HEAD-SEEN-SW
              MOVE GROUP-CREDIT-LIMIT TO WS-GROUP-LIMIT
              MOVE 'HEAD OFF' TO WS-ROLE-TEXT
           ELSE
              IF NOT WS-HEAD-SEEN
                 MOVE 'Y' TO WS-HEAD-SEEN-SW
                 MOVE 'D' TO RPTW-ACTION
                 MOVE '  HEAD OFFICE NOT ON FILE' TO RPTW-LINE
                 PERFORM 8100-CALL-WRITER-PARA
              END-IF
              ADD 1 TO WS-GROUP-BRANCHES
              MOVE 'BRANCH' TO WS-ROLE-TEXT
           END-IF
           ADD OUTSTANDING-BALANCE TO WS-GROUP-EXPOSURE
           MOVE OUTSTANDING-BALANCE TO WS-BAL-DISP
           MOVE CREDIT-LIMIT TO WS-LIMIT-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-ROLE-TEXT DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  CUSTOMER-ID-TEXT OF DCLCUSTOMER1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUSTOMER-NAME-TEXT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIMIT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       3000-GROUP-TOTAL-PARA.
      *    THE GROUP LIMIT IS THE ONE A20PG117 TESTS ORDERS AGAINST -
      *    ZERO MEANS THE GROUP IS ONLY REPORTED, NEVER STOPPED.
           MOVE WS-GROUP-EXPOSURE TO WS-EXP-DISP
           MOVE WS-GROUP-BRANCHES TO WS-COUNT-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           IF WS-GROUP-LIMIT > 0
              MOVE WS-GROUP-LIMIT TO WS-LIMIT-DISP
              IF WS-GROUP-EXPOSURE > WS-GROUP-LIMIT
                 ADD 1 TO WS-LOG-WARN-COUNT
                 STRING 'GROUP ' DELIMITED BY SIZE
                        WS-PREV-GROUP DELIMITED BY SIZE
                        ' BRANCHES ' DELIMITED BY SIZE
                        WS-COUNT-DISP DELIMITED BY SIZE
                        '  EXPOSURE ' DELIMITED BY SIZE
                        WS-EXP-DISP DELIMITED BY SIZE
                        '  LIMIT ' DELIMITED BY SIZE
                        WS-LIMIT-DISP DELIMITED BY SIZE
                        '  *** OVER ***' DELIMITED BY SIZE
                        INTO RPTW-LINE
              ELSE
                 STRING 'GROUP ' DELIMITED BY SIZE
                        WS-PREV-GROUP DELIMITED BY SIZE
                        ' BRANCHES ' DELIMITED BY SIZE
                        WS-COUNT-DISP DELIMITED BY SIZE
                        '  EXPOSURE ' DELIMITED BY SIZE
                        WS-EXP-DISP DELIMITED BY SIZE
                        '  LIMIT ' DELIMITED BY SIZE
                        WS-LIMIT-DISP DELIMITED BY SIZE
                        INTO RPTW-LINE
              END-IF
           ELSE
              STRING 'GROUP ' DELIMITED BY SIZE
                     WS-PREV-GROUP DELIMITED BY SIZE
                     ' BRANCHES ' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     '  EXPOSURE ' DELIMITED BY SIZE
                     WS-EXP-DISP DELIMITED BY SIZE
                     '  NO GROUP LIMIT' DELIMITED BY SIZE
                     INTO RPTW-LINE
           END-IF
           PERFORM 8100-CALL-WRITER-PARA
           ADD 1 TO WS-TOT-GROUPS
           ADD WS-GROUP-EXPOSURE TO WS-TOT-EXPOSURE
           MOVE 0 TO WS-GROUP-EXPOSURE
           MOVE 0 TO WS-GROUP-LIMIT
           MOVE 0 TO WS-GROUP-BRANCHES.
       9300-SQL-ERROR-PARA.
           DISPLAY 'A20PG118 SQL ERROR, SQLCODE= ' SQLCODE
           MOVE 16 TO RETURN-CODE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PG118' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG118' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PG118 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PG118' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG118 HELD - WAITING ON ' GATR-WAIT-JOB
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
       8100-CALL-WRITER-PARA.
           CALL 'A20PGM41' USING RPTW-REQUEST.
