       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM93.
      *QUARTERLY CUSTOMER VOLUME REBATE SETTLEMENT. RUN AFTER THE
      *A20PGM92 ACCRUAL FOR THE QUARTER'S LAST MONTH (MARCH, JUNE,
      *SEPTEMBER, DECEMBER), THIS JOB PAYS OUT EVERY REBATE_AGREEMENT1
      *AGREEMENT WHOSE ACCRUED REBATE EXCEEDS WHAT HAS ALREADY BEEN
      *SETTLED. FOR EACH ONE IT TAKES A REBATE NUMBER OFF THE 'REBATE'
      *ROW ON ORDER_CONTROL ('R' + 7 DIGITS), CREDITS THE DIFFERENCE
      *OFF CUSTOMER1.OUTSTANDING_BALANCE, WRITES AN 'STL' ROW TO
      *REBATE_LEDGER1 FOR A20PGM77 TO JOURNAL, AND STORES AN 'RBAT'
      *REBATE STATEMENT IN THE DOCUMENT1 STORE FOR A20PGM82 TO
      *REPRINT. EACH AGREEMENT IS ITS OWN UNIT OF WORK - A FAILURE
      *ROLLS BACK THAT AGREEMENT WHOLE AND IT IS PICKED UP BY THE
      *NEXT RUN. THE JOB REFUSES TO SETTLE OUTSIDE A QUARTER-END
      *WINDOW (RC=4, NOTHING TOUCHED). THE SETTLEMENT LIST PRINTS
      *THROUGH THE A20PGM41 REPORT WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE REBAGR1
           END-EXEC.
           EXEC SQL
             INCLUDE REBLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-SQLCODE           PIC -9(04).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-STL-PERIOD        PIC X(07).
       01 WS-STL-YEAR          PIC 9(04).
       01 WS-STL-MONTH         PIC 9(02).
       01 WS-LAST-PERIOD       PIC X(07).
       01 WS-ACCRUED           PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-SETTLED           PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-CREDIT            PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-BAL-DELTA         PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-NET-SPEND         PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-RATE              PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-CREDIT-TOTAL      PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-SETTLED-COUNT     PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-REBATE-NUM        PIC 9(07).
       01 WS-REBATE-ID         PIC X(08).
       01 WS-DOC-TEXT          PIC X(80).
       01 WS-SPEND-DISP        PIC ZZZZZZZZ9.99-.
       01 WS-AMT-DISP          PIC ZZZZZZ9.99-.
       01 WS-AMT2-DISP         PIC ZZZZZZ9.99-.
       01 WS-RATE-DISP         PIC Z9.99.
       01 WS-TOTAL-DISP        PIC ZZZZZZZZ9.99-.
       01 WS-COUNT-DISP        PIC ZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-AGREE-OK-SW       PIC X VALUE 'Y'.
          88 WS-AGREE-OK            VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 0200-SET-PERIOD-PARA
           PERFORM 1000-OPEN-CURSOR-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'REBATE SETTLEMENT' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'QUARTER ENDING: ' DELIMITED BY SIZE
                  WS-STL-PERIOD DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE 'CUST' TO RPTW-LINE(1:4)
           MOVE 'CATEGORY' TO RPTW-LINE(9:8)
           MOVE 'AGREE FROM' TO RPTW-LINE(26:10)
           MOVE 'REBATE' TO RPTW-LINE(37:6)
           MOVE '    ACCRUED' TO RPTW-LINE(47:11)
           MOVE '    SETTLED' TO RPTW-LINE(59:11)
           MOVE '     CREDIT' TO RPTW-LINE(71:11)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
              IF NOT WS-EOF
                 PERFORM 3000-SETTLE-PARA
              END-IF
           END-PERFORM
           PERFORM 4000-CLOSE-CURSOR-PARA
           MOVE 'T' TO RPTW-ACTION
           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISP
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'REBATES SETTLED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  TOTAL CREDITED: ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-SETTLED-COUNT TO WS-LOG-IN-COUNT
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-SET-PERIOD-PARA.
      *    THE QUARTER SETTLED ENDS WITH THE MONTH BEFORE THE RUN
      *    DATE. A RUN IN ANY OTHER MONTH IS A SCHEDULING SLIP -
      *    CREDITS MUST NOT GO OUT MID-QUARTER.
           MOVE WS-RUN-TS(1:4) TO WS-STL-YEAR
           MOVE WS-RUN-TS(5:2) TO WS-STL-MONTH
           IF WS-STL-MONTH = 1
              SUBTRACT 1 FROM WS-STL-YEAR
              MOVE 12 TO WS-STL-MONTH
           ELSE
              SUBTRACT 1 FROM WS-STL-MONTH
           END-IF
           STRING WS-STL-YEAR '-' WS-STL-MONTH
                  DELIMITED BY SIZE INTO WS-STL-PERIOD
           IF WS-STL-MONTH NOT = 3 AND WS-STL-MONTH NOT = 6 AND
              WS-STL-MONTH NOT = 9 AND WS-STL-MONTH NOT = 12
              DISPLAY 'A20PGM93 ' WS-STL-PERIOD
                      ' IS NOT A QUARTER END - NOTHING SETTLED'
              MOVE 1 TO WS-LOG-WARN-COUNT
              MOVE 4 TO RETURN-CODE
              PERFORM 0900-CLOSE-RUN-PARA
              STOP RUN
           END-IF.
       1000-OPEN-CURSOR-PARA.
      *    EVERY AGREEMENT WITH ACCRUED REBATE NOT YET SETTLED. HELD
      *    OPEN ACROSS THE PER-AGREEMENT COMMITS.
           EXEC SQL
               DECLARE REBSTL-CUR CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, PRODUCT_CATEGORY, AGREE_FROM,
                      SUM(CASE WHEN REBATE_TYPE = 'ACR'
                               THEN REBATE_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN REBATE_TYPE = 'STL'
                               THEN REBATE_AMOUNT ELSE 0 END)
               FROM REBATE_LEDGER1
               GROUP BY CUSTOMER_ID, PRODUCT_CATEGORY, AGREE_FROM
               HAVING SUM(CASE WHEN REBATE_TYPE = 'ACR'
                               THEN REBATE_AMOUNT ELSE 0 END) -
                      SUM(CASE WHEN REBATE_TYPE = 'STL'
                               THEN REBATE_AMOUNT ELSE 0 END) > 0
               ORDER BY CUSTOMER_ID, PRODUCT_CATEGORY, AGREE_FROM
           END-EXEC
           EXEC SQL
               OPEN REBSTL-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-FETCH-PARA.
           EXEC SQL
               FETCH REBSTL-CUR
               INTO :DCLREBATE-LEDGER.CUSTOMER-ID,
                    :DCLREBATE-LEDGER.PRODUCT-CATEGORY,
                    :DCLREBATE-LEDGER.AGREE-FROM,
                    :WS-ACCRUED,
                    :WS-SETTLED
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
       3000-SETTLE-PARA.
           MOVE 'Y' TO WS-AGREE-OK-SW
           COMPUTE WS-CREDIT = WS-ACCRUED - WS-SETTLED
           PERFORM 3100-GET-TERMS-PARA
           IF WS-AGREE-OK
              PERFORM 3200-SET-REBATE-ID-PARA
           END-IF
           IF WS-AGREE-OK
              PERFORM 3300-CREDIT-BALANCE-PARA
           END-IF
           IF WS-AGREE-OK
              PERFORM 3400-RECORD-SETTLEMENT-PARA
           END-IF
           IF WS-AGREE-OK
              PERFORM 3500-STORE-STATEMENT-PARA
           END-IF
           IF WS-AGREE-OK
      *       ONE UNIT OF WORK PER AGREEMENT - A LATER AGREEMENT'S
      *       ROLLBACK MUST NOT UNDO THE CREDITS ALREADY GIVEN.
              EXEC SQL
                  COMMIT
              END-EXEC
              ADD 1 TO WS-SETTLED-COUNT
              ADD WS-CREDIT TO WS-CREDIT-TOTAL
              PERFORM 5000-PRINT-LINE-PARA
           ELSE
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF.
       3100-GET-TERMS-PARA.
      *    FOR THE STATEMENT - THE AGREEMENT END DATE, THE NET SPEND
      *    ON THE LATEST ACCRUAL AND THE TIER RATE IT EARNED.
           EXEC SQL
               SELECT MAX(AGREE_TO)
                INTO :AGREE-TO
                FROM REBATE_AGREEMENT1
                WHERE CUSTOMER_ID = :DCLREBATE-LEDGER.CUSTOMER-ID
                  AND PRODUCT_CATEGORY =
                      :DCLREBATE-LEDGER.PRODUCT-CATEGORY
                  AND AGREE_FROM = :DCLREBATE-LEDGER.AGREE-FROM
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 3900-AGREE-ERROR-PARA
           ELSE
              EXEC SQL
                  SELECT REBATE_PERIOD, QUALIFY_SPEND
                   INTO :WS-LAST-PERIOD, :WS-NET-SPEND
                   FROM REBATE_LEDGER1
                   WHERE CUSTOMER_ID = :DCLREBATE-LEDGER.CUSTOMER-ID
                     AND PRODUCT_CATEGORY =
                         :DCLREBATE-LEDGER.PRODUCT-CATEGORY
                     AND AGREE_FROM = :DCLREBATE-LEDGER.AGREE-FROM
                     AND REBATE_TYPE = 'ACR'
                     AND REBATE_PERIOD =
                         (SELECT MAX(REBATE_PERIOD)
                            FROM REBATE_LEDGER1
                           WHERE CUSTOMER_ID =
                                 :DCLREBATE-LEDGER.CUSTOMER-ID
                             AND PRODUCT_CATEGORY =
                                 :DCLREBATE-LEDGER.PRODUCT-CATEGORY
                             AND AGREE_FROM =
                                 :DCLREBATE-LEDGER.AGREE-FROM
                             AND REBATE_TYPE = 'ACR')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 3900-AGREE-ERROR-PARA
              ELSE
                 EXEC SQL
                     SELECT COALESCE(MAX(REBATE_PCT), 0)
                      INTO :WS-RATE
                      FROM REBATE_AGREEMENT1
                      WHERE CUSTOMER_ID =
                            :DCLREBATE-LEDGER.CUSTOMER-ID
                        AND PRODUCT_CATEGORY =
                            :DCLREBATE-LEDGER.PRODUCT-CATEGORY
                        AND AGREE_FROM = :DCLREBATE-LEDGER.AGREE-FROM
                        AND TIER_FROM_AMT <= :WS-NET-SPEND
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 3900-AGREE-ERROR-PARA
                 END-IF
              END-IF
           END-IF.
       3200-SET-REBATE-ID-PARA.
      *    SAME SERIALIZED NUMBERING AS THE ORDER AND MEMO NUMBERS -
      *    THE UPDATE LOCKS THE 'REBATE' CONTROL ROW UNTIL COMMIT.
           MOVE 'REBATE' TO CONTROL-ID-TEXT
           MOVE LENGTH OF 'REBATE' TO CONTROL-ID-LEN
           EXEC SQL
               UPDATE ORDER_CONTROL
                  SET NEXT_ORDER_NUM = NEXT_ORDER_NUM + 1
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 3900-AGREE-ERROR-PARA
           ELSE
              EXEC SQL
                  SELECT NEXT_ORDER_NUM INTO :NEXT-ORDER-NUM
                    FROM ORDER_CONTROL
                   WHERE CONTROL_ID = :CONTROL-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 3900-AGREE-ERROR-PARA
              ELSE
                 MOVE NEXT-ORDER-NUM TO WS-REBATE-NUM
                 STRING 'R' DELIMITED BY SIZE
                        WS-REBATE-NUM DELIMITED BY SIZE
                        INTO WS-REBATE-ID
              END-IF
           END-IF.
       3300-CREDIT-BALANCE-PARA.
      *    THE REBATE COMES OFF WHAT THE CUSTOMER OWES, THE SAME WAY
      *    A CREDIT MEMO DOES ON A20PGM87.
           COMPUTE WS-BAL-DELTA = 0 - WS-CREDIT
           EXEC SQL
               UPDATE CUSTOMER1
                  SET OUTSTANDING_BALANCE = OUTSTANDING_BALANCE
                                             + :WS-BAL-DELTA
                WHERE CUSTOMER_ID = :DCLREBATE-LEDGER.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 3900-AGREE-ERROR-PARA
           END-IF.
       3400-RECORD-SETTLEMENT-PARA.
           MOVE 'STL' TO REBATE-TYPE
           MOVE WS-STL-PERIOD TO REBATE-PERIOD
           MOVE WS-NET-SPEND TO QUALIFY-SPEND
           MOVE WS-CREDIT TO REBATE-AMOUNT
           MOVE WS-REBATE-ID TO REBATE-REF-TEXT
           MOVE LENGTH OF WS-REBATE-ID TO REBATE-REF-LEN
           MOVE WS-RUN-DATE TO REBATE-DATE
           EXEC SQL
               INSERT INTO REBATE_LEDGER1 VALUES(
                      :DCLREBATE-LEDGER.CUSTOMER-ID,
                      :DCLREBATE-LEDGER.PRODUCT-CATEGORY,
                      :DCLREBATE-LEDGER.AGREE-FROM,
                      :REBATE-TYPE,
                      :REBATE-PERIOD,
                      :QUALIFY-SPEND,
                      :REBATE-AMOUNT,
                      :REBATE-REF,
                      :REBATE-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 3900-AGREE-ERROR-PARA
           END-IF.
       3500-STORE-STATEMENT-PARA.
      *    THE STATEMENT LIVES IN THE DOCUMENT STORE AS TYPE 'RBAT',
      *    KEYED BY REBATE NUMBER, SO A20PGM82 CAN HAND THE CUSTOMER
      *    A COPY.
           MOVE 'RBAT' TO DOC-TYPE
           MOVE WS-REBATE-ID TO DOC-ID-TEXT
           MOVE LENGTH OF WS-REBATE-ID TO DOC-ID-LEN
           MOVE CUSTOMER-ID OF DCLREBATE-LEDGER TO
                CUSTOMER-ID OF DCLDOCUMENT1
           MOVE WS-RUN-DATE TO DOC-DATE
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'REBATE STATEMENT ' DELIMITED BY SIZE
                  WS-REBATE-ID DELIMITED BY SIZE
                  '  CUSTOMER: ' DELIMITED BY SIZE
                  CUSTOMER-ID-TEXT OF DCLREBATE-LEDGER
                     (1:CUSTOMER-ID-LEN OF DCLREBATE-LEDGER)
                     DELIMITED BY SIZE
                  '  DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           MOVE 1 TO LINE-SEQ
           PERFORM 3550-INSERT-DOC-LINE-PARA
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'CATEGORY: ' DELIMITED BY SIZE
                  PRODUCT-CATEGORY-TEXT OF DCLREBATE-LEDGER
                     (1:PRODUCT-CATEGORY-LEN OF DCLREBATE-LEDGER)
                     DELIMITED BY SIZE
                  '  AGREEMENT: ' DELIMITED BY SIZE
                  AGREE-FROM OF DCLREBATE-LEDGER DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  AGREE-TO DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           MOVE 2 TO LINE-SEQ
           PERFORM 3550-INSERT-DOC-LINE-PARA
           MOVE WS-NET-SPEND TO WS-SPEND-DISP
           MOVE WS-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'NET QUALIFYING SPEND TO ' DELIMITED BY SIZE
                  WS-LAST-PERIOD DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-SPEND-DISP DELIMITED BY SIZE
                  '  REBATE RATE: ' DELIMITED BY SIZE
                  WS-RATE-DISP DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           MOVE 3 TO LINE-SEQ
           PERFORM 3550-INSERT-DOC-LINE-PARA
           MOVE WS-ACCRUED TO WS-AMT-DISP
           MOVE WS-SETTLED TO WS-AMT2-DISP
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'REBATE EARNED TO DATE: ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  '  PREVIOUSLY SETTLED: ' DELIMITED BY SIZE
                  WS-AMT2-DISP DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           MOVE 4 TO LINE-SEQ
           PERFORM 3550-INSERT-DOC-LINE-PARA
           MOVE WS-CREDIT TO WS-AMT-DISP
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'CREDITED TO YOUR ACCOUNT: ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           MOVE 5 TO LINE-SEQ
           PERFORM 3550-INSERT-DOC-LINE-PARA.
       3550-INSERT-DOC-LINE-PARA.
           IF WS-AGREE-OK
              MOVE WS-DOC-TEXT TO DOC-LINE
              EXEC SQL
                  INSERT INTO DOCUMENT1 VALUES(
                         :DOC-TYPE,
                         :DCLDOCUMENT1.DOC-ID,
                         :DCLDOCUMENT1.CUSTOMER-ID,
                         :DOC-DATE,
                         :LINE-SEQ,
                         :DOC-LINE)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 3900-AGREE-ERROR-PARA
              END-IF
           END-IF.
       3900-AGREE-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'REBATE NOT SETTLED '
                   CUSTOMER-ID-TEXT OF DCLREBATE-LEDGER ' '
                   PRODUCT-CATEGORY-TEXT OF DCLREBATE-LEDGER
                   ' SQLCODE= ' WS-SQLCODE
           ADD 1 TO WS-LOG-WARN-COUNT
           MOVE 'N' TO WS-AGREE-OK-SW.
       5000-PRINT-LINE-PARA.
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE CUSTOMER-ID-TEXT OF DCLREBATE-LEDGER TO RPTW-LINE(1:6)
           MOVE PRODUCT-CATEGORY-TEXT OF DCLREBATE-LEDGER TO
                RPTW-LINE(9:15)
           MOVE AGREE-FROM OF DCLREBATE-LEDGER TO RPTW-LINE(26:10)
           MOVE WS-REBATE-ID TO RPTW-LINE(37:8)
           MOVE WS-ACCRUED TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO RPTW-LINE(47:11)
           MOVE WS-SETTLED TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO RPTW-LINE(59:11)
           MOVE WS-CREDIT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO RPTW-LINE(71:11)
           PERFORM 8100-CALL-WRITER-PARA.
       4000-CLOSE-CURSOR-PARA.
           EXEC SQL
               CLOSE REBSTL-CUR
           END-EXEC.
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
           MOVE 'A20PGM93' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM93' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM93 ALREADY RUNNING THIS WINDOW'
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
           END-EVALUATE
      *    COMMITTED AT ONCE SO A PER-AGREEMENT ROLLBACK LATER IN
      *    THE RUN CANNOT UNDO THE OPEN ROW (AND ITS DOUBLE-START
      *    GUARD).
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM93' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM93 HELD - WAITING ON ' GATR-WAIT-JOB
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
