       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM92.
      *MONTHLY CUSTOMER VOLUME REBATE ACCRUAL. TRADE ACCOUNTS ON A
      *REBATE DEAL USED TO BE WORKED OUT BY CREDIT CONTROL IN A
      *SPREADSHEET OFF THE A20PGM50 PRINT. RUN EARLY EACH MONTH, THIS
      *JOB ACCRUES THE MONTH JUST ENDED FOR EVERY REBATE_AGREEMENT1
      *AGREEMENT LIVE IN THAT MONTH - NET SPEND SINCE AGREE-FROM IS
      *THE CUSTOMER'S SALES_HISTORY SALES IN THE CATEGORY LESS THE
      *RETURN1 CREDITS ON THAT CATEGORY'S PRODUCTS, THE RATE IS THE
      *HIGHEST TIER THAT SPEND HAS REACHED, AND THE REBATE EARNED TO
      *DATE LESS WHAT IS ALREADY ACCRUED IS WRITTEN TO REBATE_LEDGER1
      *AS AN 'ACR' ROW (NEGATIVE WHEN RETURNS HAVE PULLED THE SPEND
      *BACK UNDER A TIER). A20PGM77 JOURNALS THE ROWS THE SAME NIGHT
      *AND A20PGM93 SETTLES THE ACCRUED BALANCE AT QUARTER END. AN
      *AGREEMENT ALREADY ACCRUED FOR THE MONTH IS LEFT ALONE, SO A
      *RE-RUN NEVER ACCRUES TWICE. THE ACCRUAL LIST PRINTS THROUGH
      *THE A20PGM41 REPORT WRITER.
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
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-SQLCODE           PIC -9(04).
       77 WS-FOUND-COUNT       PIC S9(4) COMP.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-ACR-PERIOD        PIC X(07).
       01 WS-ACR-YEAR          PIC 9(04).
       01 WS-ACR-MONTH         PIC 9(02).
       01 WS-FROM-PERIOD       PIC X(07).
       01 WS-GROSS-SPEND       PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-RETURN-CREDIT     PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-NET-SPEND         PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-RATE              PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-EARNED            PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-ACCRUED           PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-INCREMENT         PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-ACCRUAL-TOTAL     PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-ACCRUED-COUNT     PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-SKIPPED-COUNT     PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-SPEND-DISP        PIC ZZZZZZZZ9.99-.
       01 WS-AMT-DISP          PIC ZZZZZZ9.99-.
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
           MOVE 'REBATE ACCRUAL' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'PERIOD ACCRUED: ' DELIMITED BY SIZE
                  WS-ACR-PERIOD DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE 'CUST' TO RPTW-LINE(1:4)
           MOVE 'CATEGORY' TO RPTW-LINE(9:8)
           MOVE 'AGREE FROM' TO RPTW-LINE(26:10)
           MOVE '    NET SPEND' TO RPTW-LINE(37:13)
           MOVE ' RATE' TO RPTW-LINE(51:5)
           MOVE '     EARNED' TO RPTW-LINE(57:11)
           MOVE '    ACCRUED' TO RPTW-LINE(69:11)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
              IF NOT WS-EOF
                 PERFORM 3000-ACCRUE-PARA
              END-IF
           END-PERFORM
           PERFORM 4000-CLOSE-CURSOR-PARA
           MOVE 'T' TO RPTW-ACTION
           MOVE WS-ACCRUED-COUNT TO WS-COUNT-DISP
           MOVE WS-ACCRUAL-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'AGREEMENTS ACCRUED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  TOTAL ACCRUED: ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'ALREADY ACCRUED FOR THE PERIOD: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-ACCRUED-COUNT TO WS-LOG-IN-COUNT
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-SET-PERIOD-PARA.
      *    THE MONTH ACCRUED IS THE ONE BEFORE THE RUN DATE.
           MOVE WS-RUN-TS(1:4) TO WS-ACR-YEAR
           MOVE WS-RUN-TS(5:2) TO WS-ACR-MONTH
           IF WS-ACR-MONTH = 1
              SUBTRACT 1 FROM WS-ACR-YEAR
              MOVE 12 TO WS-ACR-MONTH
           ELSE
              SUBTRACT 1 FROM WS-ACR-MONTH
           END-IF
           STRING WS-ACR-YEAR '-' WS-ACR-MONTH
                  DELIMITED BY SIZE INTO WS-ACR-PERIOD.
       1000-OPEN-CURSOR-PARA.
      *    ONE ROW PER AGREEMENT (ITS TIERS SHARE THE KEY) WHOSE DATES
      *    COVER THE MONTH BEING ACCRUED.
           EXEC SQL
               DECLARE REBACR-CUR CURSOR FOR
               SELECT DISTINCT CUSTOMER_ID, PRODUCT_CATEGORY,
                      AGREE_FROM
               FROM REBATE_AGREEMENT1
               WHERE SUBSTR(AGREE_FROM, 1, 7) <= :WS-ACR-PERIOD
                 AND SUBSTR(AGREE_TO, 1, 7) >= :WS-ACR-PERIOD
               ORDER BY CUSTOMER_ID, PRODUCT_CATEGORY, AGREE_FROM
           END-EXEC
           EXEC SQL
               OPEN REBACR-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-FETCH-PARA.
           EXEC SQL
               FETCH REBACR-CUR
               INTO :DCLREBATE-AGREEMENT.CUSTOMER-ID,
                    :DCLREBATE-AGREEMENT.PRODUCT-CATEGORY,
                    :DCLREBATE-AGREEMENT.AGREE-FROM
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
       3000-ACCRUE-PARA.
           MOVE 'Y' TO WS-AGREE-OK-SW
           PERFORM 3100-CHECK-ACCRUED-PARA
           IF WS-AGREE-OK
              PERFORM 3200-NET-SPEND-PARA
           END-IF
           IF WS-AGREE-OK
              PERFORM 3300-EARNED-PARA
           END-IF
           IF WS-AGREE-OK
              PERFORM 3400-WRITE-ACCRUAL-PARA
           END-IF.
       3100-CHECK-ACCRUED-PARA.
      *    A RE-RUN FOR THE SAME MONTH FINDS ITS OWN ROW AND MOVES ON.
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-FOUND-COUNT
                FROM REBATE_LEDGER1
                WHERE CUSTOMER_ID = :DCLREBATE-AGREEMENT.CUSTOMER-ID
                  AND PRODUCT_CATEGORY =
                      :DCLREBATE-AGREEMENT.PRODUCT-CATEGORY
                  AND AGREE_FROM = :DCLREBATE-AGREEMENT.AGREE-FROM
                  AND REBATE_TYPE = 'ACR'
                  AND REBATE_PERIOD = :WS-ACR-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 3900-AGREE-ERROR-PARA
           ELSE
              IF WS-FOUND-COUNT > 0
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE 'N' TO WS-AGREE-OK-SW
              END-IF
           END-IF.
       3200-NET-SPEND-PARA.
      *    SPEND IS COUNTED IN WHOLE SALES_HISTORY PERIODS FROM THE
      *    AGREEMENT'S START MONTH TO THE MONTH ACCRUED. RETURN
      *    CREDITS ARE TAKEN OFF BY THE RETURN DATE, THE CUSTOMER
      *    COMING FROM THE ORDER AND THE CATEGORY FROM THE PRODUCT.
           MOVE AGREE-FROM OF DCLREBATE-AGREEMENT(1:7) TO WS-FROM-PERIOD
           EXEC SQL
               SELECT COALESCE(SUM(SALES_AMT), 0)
                INTO :WS-GROSS-SPEND
                FROM SALES_HISTORY
                WHERE CUSTOMER_ID = :DCLREBATE-AGREEMENT.CUSTOMER-ID
                  AND PRODUCT_CATEGORY =
                      :DCLREBATE-AGREEMENT.PRODUCT-CATEGORY
                  AND PERIOD BETWEEN :WS-FROM-PERIOD
                                 AND :WS-ACR-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 3900-AGREE-ERROR-PARA
           ELSE
              EXEC SQL
                  SELECT COALESCE(SUM(R.CREDIT_AMOUNT), 0)
                   INTO :WS-RETURN-CREDIT
                   FROM RETURN1 R, ORDER1 O, PRODUCT1 P
                   WHERE O.ORDER_ID = R.ORDER_ID
                     AND O.CUSTOMER_ID =
                         :DCLREBATE-AGREEMENT.CUSTOMER-ID
                     AND P.PRODUCT_CODE = R.PRODUCT_CODE
                     AND P.PRODUCT_CATEGORY =
                         :DCLREBATE-AGREEMENT.PRODUCT-CATEGORY
                     AND SUBSTR(R.RETURN_DATE, 1, 7)
                         BETWEEN :WS-FROM-PERIOD AND :WS-ACR-PERIOD
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 3900-AGREE-ERROR-PARA
              ELSE
                 COMPUTE WS-NET-SPEND = WS-GROSS-SPEND
                                      - WS-RETURN-CREDIT
              END-IF
           END-IF.
       3300-EARNED-PARA.
      *    THE HIGHEST TIER REACHED SETS THE RATE FOR THE WHOLE SPEND;
      *    BELOW THE FIRST TIER NOTHING IS EARNED. THE MOVEMENT SINCE
      *    THE LAST ACCRUAL IS WHAT THIS MONTH ACCRUES.
           EXEC SQL
               SELECT COALESCE(MAX(REBATE_PCT), 0)
                INTO :WS-RATE
                FROM REBATE_AGREEMENT1
                WHERE CUSTOMER_ID = :DCLREBATE-AGREEMENT.CUSTOMER-ID
                  AND PRODUCT_CATEGORY =
                      :DCLREBATE-AGREEMENT.PRODUCT-CATEGORY
                  AND AGREE_FROM = :DCLREBATE-AGREEMENT.AGREE-FROM
                  AND TIER_FROM_AMT <= :WS-NET-SPEND
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 3900-AGREE-ERROR-PARA
           ELSE
              IF WS-NET-SPEND > 0
                 COMPUTE WS-EARNED ROUNDED =
                         WS-NET-SPEND * WS-RATE / 100
              ELSE
                 MOVE 0 TO WS-EARNED
              END-IF
              EXEC SQL
                  SELECT COALESCE(SUM(REBATE_AMOUNT), 0)
                   INTO :WS-ACCRUED
                   FROM REBATE_LEDGER1
                   WHERE CUSTOMER_ID =
                         :DCLREBATE-AGREEMENT.CUSTOMER-ID
                     AND PRODUCT_CATEGORY =
                         :DCLREBATE-AGREEMENT.PRODUCT-CATEGORY
                     AND AGREE_FROM = :DCLREBATE-AGREEMENT.AGREE-FROM
                     AND REBATE_TYPE = 'ACR'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 3900-AGREE-ERROR-PARA
              ELSE
                 COMPUTE WS-INCREMENT = WS-EARNED - WS-ACCRUED
              END-IF
           END-IF.
       3400-WRITE-ACCRUAL-PARA.
      *    A MONTH THAT MOVES NOTHING STILL GETS ITS ROW - IT CARRIES
      *    THE SPEND TO DATE AND MARKS THE MONTH DONE.
           MOVE CUSTOMER-ID OF DCLREBATE-AGREEMENT TO
                CUSTOMER-ID OF DCLREBATE-LEDGER
           MOVE PRODUCT-CATEGORY OF DCLREBATE-AGREEMENT TO
                PRODUCT-CATEGORY OF DCLREBATE-LEDGER
           MOVE AGREE-FROM OF DCLREBATE-AGREEMENT TO
                AGREE-FROM OF DCLREBATE-LEDGER
           MOVE 'ACR' TO REBATE-TYPE
           MOVE WS-ACR-PERIOD TO REBATE-PERIOD
           MOVE WS-NET-SPEND TO QUALIFY-SPEND
           MOVE WS-INCREMENT TO REBATE-AMOUNT
           MOVE SPACES TO REBATE-REF-TEXT
           MOVE 0 TO REBATE-REF-LEN
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
           ELSE
              ADD 1 TO WS-ACCRUED-COUNT
              ADD WS-INCREMENT TO WS-ACCRUAL-TOTAL
              PERFORM 5000-PRINT-LINE-PARA
           END-IF.
       3900-AGREE-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'REBATE NOT ACCRUED '
                   CUSTOMER-ID-TEXT OF DCLREBATE-AGREEMENT ' '
                   PRODUCT-CATEGORY-TEXT OF DCLREBATE-AGREEMENT
                   ' SQLCODE= ' WS-SQLCODE
           ADD 1 TO WS-LOG-WARN-COUNT
           MOVE 'N' TO WS-AGREE-OK-SW.
       5000-PRINT-LINE-PARA.
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE CUSTOMER-ID-TEXT OF DCLREBATE-AGREEMENT TO
                RPTW-LINE(1:6)
           MOVE PRODUCT-CATEGORY-TEXT OF DCLREBATE-AGREEMENT TO
                RPTW-LINE(9:15)
           MOVE AGREE-FROM OF DCLREBATE-AGREEMENT TO RPTW-LINE(26:10)
           MOVE WS-NET-SPEND TO WS-SPEND-DISP
           MOVE WS-SPEND-DISP TO RPTW-LINE(37:13)
           MOVE WS-RATE TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO RPTW-LINE(51:5)
           MOVE WS-EARNED TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO RPTW-LINE(57:11)
           MOVE WS-INCREMENT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO RPTW-LINE(69:11)
           PERFORM 8100-CALL-WRITER-PARA.
       4000-CLOSE-CURSOR-PARA.
           EXEC SQL
               CLOSE REBACR-CUR
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
           MOVE 'A20PGM92' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM92' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM92 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PGM92' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM92 HELD - WAITING ON ' GATR-WAIT-JOB
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
