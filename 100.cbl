       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG100.
      *SENSITIVE MASTER CHANGE FOLLOWED BY AN ORDER. A CHANGED
      *DELIVERY ADDRESS, A RAISED CREDIT LIMIT OR A CHEAPER PRICE
      *BAND JUST BEFORE A LARGE ORDER IS THE CLASSIC FRAUD PATTERN.
      *EACH DAY THIS JOB TAKES EVERY ORDER1 ORDER DATED THE RUN DATE
      *AND LOOKS BACK SEVEN DAYS IN MASTER_CHANGE_LOG1 FOR ANY
      *SENSITIVE CHANGE TO THAT CUSTOMER (CREDIT LIMIT, ADDRESS,
      *PRICE BAND - SEE MSTCHG1.CPY). EACH ORDER/CHANGE PAIR IS
      *LISTED WITH WHO MADE THE CHANGE, WHO KEYED THE ORDER AND THE
      *VALUE BEFORE AND AFTER, THROUGH THE A20PGM41 REPORT WRITER,
      *SO CREDIT CONTROL CAN CALL THE CUSTOMER ON THE NUMBER THEY
      *HAD BEFORE THE CHANGE. ANYTHING LISTED ENDS THE JOB RC=4. A
      *CHANGE MADE LATER ON THE SAME DAY AS THE ORDER STILL PAIRS -
      *BETTER LOOKED AT THAN MISSED.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE ORD1
           END-EXEC.
           EXEC SQL
             INCLUDE MSTCHG1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       01 WS-PAIR-COUNT        PIC 9(07) VALUE 0.
       01 WS-ORDER-COUNT       PIC 9(07) VALUE 0.
       01 WS-LAST-ORDER        PIC X(06) VALUE SPACES.
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-AMT-DISP          PIC ZZZZZZZ9.99.
       01 WS-WAS-NOW-LINE      PIC X(89).
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
           MOVE 'O' TO RPTW-ACTION
           MOVE 'SENSITIVE ACCOUNT CHANGES FOLLOWED BY AN ORDER' TO
                RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'CUST' TO RPTW-LINE(1:4)
           MOVE 'ORDER' TO RPTW-LINE(9:5)
           MOVE 'ORDER AMT' TO RPTW-LINE(18:9)
           MOVE 'KEYED BY' TO RPTW-LINE(30:8)
           MOVE 'CHANGED' TO RPTW-LINE(40:7)
           MOVE 'FIELD' TO RPTW-LINE(52:5)
           MOVE 'CHANGED BY' TO RPTW-LINE(68:10)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 1000-OPEN-CURSOR-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
              IF NOT WS-EOF
                 PERFORM 3000-PRINT-PAIR-PARA
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CHGORD-CUR
           END-EXEC
           MOVE 'T' TO RPTW-ACTION
           MOVE WS-ORDER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'ORDERS AFTER A SENSITIVE CHANGE: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-PAIR-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'CHANGES LISTED:                  ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-ORDER-COUNT TO WS-COUNT-DISP
           DISPLAY 'ORDERS FLAGGED:          ' WS-COUNT-DISP
           MOVE WS-PAIR-COUNT TO WS-COUNT-DISP
           DISPLAY 'CHANGES LISTED:          ' WS-COUNT-DISP
           MOVE WS-PAIR-COUNT TO WS-LOG-IN-COUNT
           MOVE WS-ORDER-COUNT TO WS-LOG-WARN-COUNT
           IF WS-ORDER-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-OPEN-CURSOR-PARA.
      *    TODAY'S ORDERS AGAINST SENSITIVE CUSTOMER CHANGES DATED UP
      *    TO SEVEN DAYS BEFORE THE ORDER. CANCELLED ORDERS STILL
      *    COUNT - AN ATTEMPT IS WORTH A CALL TOO.
           EXEC SQL
               DECLARE CHGORD-CUR CURSOR FOR
               SELECT O.CUSTOMER_ID, O.ORDER_ID, O.TOTAL_AMOUNT,
                      O.ENTERED_BY, M.CHANGE_DATE, M.CHANGE_TIME,
                      M.FIELD_NAME, M.OLD_VALUE, M.NEW_VALUE,
                      M.CHANGED_BY
               FROM ORDER1 O, MASTER_CHANGE_LOG1 M
               WHERE O.ORDER_DATE = :WS-RUN-DATE
                 AND M.MASTER_TYPE = 'C'
                 AND M.MASTER_ID = O.CUSTOMER_ID
                 AND M.SENSITIVE_FLAG = 'Y'
                 AND DAYS(O.ORDER_DATE) - DAYS(M.CHANGE_DATE)
                     BETWEEN 0 AND 7
               ORDER BY O.CUSTOMER_ID, O.ORDER_ID,
                        M.CHANGE_DATE, M.CHANGE_TIME, M.FIELD_NAME
           END-EXEC
           EXEC SQL
               OPEN CHGORD-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-FETCH-PARA.
           EXEC SQL
               FETCH CHGORD-CUR
               INTO :DCLORDER1.CUSTOMER-ID,
                    :DCLORDER1.ORDER-ID,
                    :TOTAL-AMOUNT,
                    :ENTERED-BY,
                    :CHANGE-DATE,
                    :CHANGE-TIME,
                    :FIELD-NAME,
                    :OLD-VALUE,
                    :NEW-VALUE,
                    :CHANGED-BY
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
       3000-PRINT-PAIR-PARA.
      *    THE ORDER COLUMNS PRINT ON ITS FIRST CHANGE ONLY; EACH
      *    CHANGE THEN GETS A SECOND LINE WITH WAS/NOW.
           ADD 1 TO WS-PAIR-COUNT
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           IF ORDER-ID-TEXT OF DCLORDER1 NOT = WS-LAST-ORDER
              ADD 1 TO WS-ORDER-COUNT
              MOVE ORDER-ID-TEXT OF DCLORDER1 TO WS-LAST-ORDER
              MOVE CUSTOMER-ID-TEXT OF DCLORDER1 TO RPTW-LINE(1:6)
              MOVE ORDER-ID-TEXT OF DCLORDER1 TO RPTW-LINE(9:6)
              MOVE TOTAL-AMOUNT TO WS-AMT-DISP
              MOVE WS-AMT-DISP TO RPTW-LINE(16:11)
              MOVE ENTERED-BY TO RPTW-LINE(30:8)
           END-IF
           MOVE CHANGE-DATE TO RPTW-LINE(40:10)
           MOVE FIELD-NAME TO RPTW-LINE(52:14)
           MOVE CHANGED-BY TO RPTW-LINE(68:8)
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO WS-WAS-NOW-LINE
           STRING 'WAS ' DELIMITED BY SIZE
                  OLD-VALUE-TEXT(1:OLD-VALUE-LEN) DELIMITED BY '  '
                  ' NOW ' DELIMITED BY SIZE
                  NEW-VALUE-TEXT(1:NEW-VALUE-LEN) DELIMITED BY '  '
                  INTO WS-WAS-NOW-LINE
           MOVE SPACES TO RPTW-LINE
           MOVE WS-WAS-NOW-LINE TO RPTW-LINE(12:89)
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
           MOVE 'A20PG100' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG100' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PG100 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PG100' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG100 HELD - WAITING ON ' GATR-WAIT-JOB
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
