       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM89.
      *WEEKLY MISSED CYCLE-COUNT REPORT. A20PGM88 PUTS EACH
      *CYCLE_COUNT1 ROW ON THE DAILY COUNT SHEET FROM ITS DUE DATE
      *ONWARD AND A20PGM46 MARKS IT 'DONE' WHEN THE COUNT IS KEYED.
      *THIS JOB LISTS, SITE BY SITE, EVERY ROW STILL 'DUE' WHOSE
      *DATE HAS PASSED - THE COUNTS THAT WERE SCHEDULED AND NEVER
      *DONE - WITH THE PRODUCT'S CLASS AND HOW MANY DAYS LATE IT IS.
      *ANY MISSED COUNT ENDS THE JOB RC=4 SO IT SHOWS ON THE A20PGM54
      *NIGHT SUMMARY. PRINTED THROUGH THE A20PGM41 REPORT WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE PROD1
           END-EXEC.
           EXEC SQL
             INCLUDE CYCCNT1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-DATE-NUM          PIC 9(08).
       77 WS-TODAY-INT         PIC 9(08) USAGE COMP.
       77 WS-DUE-INT           PIC 9(08) USAGE COMP.
       01 WS-DAYS-LATE         PIC S9(5) USAGE COMP-3.
       01 WS-LATE-DISP         PIC ZZZZ9.
       01 WS-MISSED-COUNT      PIC 9(07) VALUE 0.
       01 WS-SITE-COUNT        PIC 9(05) VALUE 0.
       01 WS-CUR-SITE          PIC X(04).
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-SITE-DISP         PIC ZZZZ9.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-FIRST-SW          PIC X VALUE 'Y'.
          88 WS-FIRST-SITE          VALUE 'Y'.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 'O' TO RPTW-ACTION
           MOVE 'MISSED CYCLE COUNTS' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'SITE' TO RPTW-LINE(1:4)
           MOVE 'PRODUCT' TO RPTW-LINE(7:7)
           MOVE 'NAME' TO RPTW-LINE(15:4)
           MOVE 'CL' TO RPTW-LINE(36:2)
           MOVE 'DUE DATE' TO RPTW-LINE(40:8)
           MOVE 'DAYS LATE' TO RPTW-LINE(53:9)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 1000-OPEN-CURSOR-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
              IF NOT WS-EOF
                 IF WS-FIRST-SITE OR
                    LOCATION-ID-TEXT OF DCLCYCLE-COUNT
                       NOT = WS-CUR-SITE
                    IF NOT WS-FIRST-SITE
                       PERFORM 4000-END-SITE-PARA
                    END-IF
                    MOVE 'N' TO WS-FIRST-SW
                    MOVE LOCATION-ID-TEXT OF DCLCYCLE-COUNT TO
                         WS-CUR-SITE
                    MOVE 0 TO WS-SITE-COUNT
                 END-IF
                 PERFORM 3000-PRINT-LINE-PARA
              END-IF
           END-PERFORM
           IF NOT WS-FIRST-SITE
              PERFORM 4000-END-SITE-PARA
           END-IF
           EXEC SQL
               CLOSE CYCMIS-CUR
           END-EXEC
           MOVE WS-MISSED-COUNT TO WS-COUNT-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'TOTAL COUNTS MISSED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           DISPLAY 'CYCLE COUNTS MISSED:     ' WS-COUNT-DISP
           MOVE WS-MISSED-COUNT TO WS-LOG-IN-COUNT
           MOVE WS-MISSED-COUNT TO WS-LOG-WARN-COUNT
           IF WS-MISSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-OPEN-CURSOR-PARA.
      *    MISSED = STILL 'DUE' AFTER ITS DUE DATE. TODAY'S ROWS ARE
      *    ON TODAY'S SHEET AND STILL HAVE THE DAY TO BE COUNTED.
           EXEC SQL
               DECLARE CYCMIS-CUR CURSOR FOR
               SELECT C.LOCATION_ID, C.PRODUCT_CODE, P.PRODUCT_NAME,
                      C.COUNT_CLASS, C.COUNT_DUE_DATE
               FROM CYCLE_COUNT1 C, PRODUCT1 P
               WHERE P.PRODUCT_CODE = C.PRODUCT_CODE
                 AND C.COUNT_STATUS = 'DUE'
                 AND C.COUNT_DUE_DATE < :WS-RUN-DATE
               ORDER BY C.LOCATION_ID, C.COUNT_DUE_DATE,
                        C.PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN CYCMIS-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-FETCH-PARA.
           EXEC SQL
               FETCH CYCMIS-CUR
               INTO :DCLCYCLE-COUNT.LOCATION-ID,
                    :DCLCYCLE-COUNT.PRODUCT-CODE,
                    :PRODUCT-NAME,
                    :COUNT-CLASS,
                    :COUNT-DUE-DATE
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
       3000-PRINT-LINE-PARA.
           ADD 1 TO WS-MISSED-COUNT
           ADD 1 TO WS-SITE-COUNT
           STRING COUNT-DUE-DATE(1:4) COUNT-DUE-DATE(6:2)
                  COUNT-DUE-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUE-INT
           MOVE WS-DAYS-LATE TO WS-LATE-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE LOCATION-ID-TEXT OF DCLCYCLE-COUNT TO RPTW-LINE(1:4)
           MOVE PRODUCT-CODE-TEXT OF DCLCYCLE-COUNT TO RPTW-LINE(7:6)
           MOVE PRODUCT-NAME-TEXT(1:PRODUCT-NAME-LEN) TO
                RPTW-LINE(15:20)
           MOVE COUNT-CLASS TO RPTW-LINE(36:1)
           MOVE COUNT-DUE-DATE TO RPTW-LINE(40:10)
           MOVE WS-LATE-DISP TO RPTW-LINE(57:5)
           PERFORM 8100-CALL-WRITER-PARA.
       4000-END-SITE-PARA.
           MOVE WS-SITE-COUNT TO WS-SITE-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'SITE ' DELIMITED BY SIZE
                  WS-CUR-SITE DELIMITED BY SPACE
                  ' COUNTS MISSED: ' DELIMITED BY SIZE
                  WS-SITE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
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
           MOVE 'A20PGM89' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM89' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM89 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PGM89' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM89 HELD - WAITING ON ' GATR-WAIT-JOB
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
