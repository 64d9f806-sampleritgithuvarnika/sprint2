       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG119.
      *BULK PRICE-CHANGE SIMULATION. READS THE SAME PRICE_ADJ_CONTROL
      *ROW A20PGM14 WOULD APPLY AND PRICES EVERY PRODUCT IT WOULD
      *TOUCH WITHOUT CHANGING ANY OF THEM - CURRENT VS PROPOSED
      *PRICE, UNIT MARGIN AT PRODUCT1.UNIT_COST NOW AND AFTER, AND
      *THE LAST TWELVE MONTHS' SALES_HISTORY UNITS VALUED AT THE OLD
      *AND THE NEW PRICE - SO THE EFFECT IS SEEN BEFORE THE CHANGE
      *INSTEAD OF ON THE NEXT A20PGM63 MARGIN REPORT. A PRODUCT WHOSE
      *PROPOSED PRICE FALLS BELOW ITS UNIT COST, OR BELOW A
      *CONTRACT_PRICE1 PRICE LIVE ON THE RUN DATE, IS FLAGGED AND THE
      *JOB ENDS RC=4. THE TERMS PRICED AND THE TOTALS ARE STAMPED
      *BACK ON THE CONTROL ROW AND ANY EARLIER APPROVAL IS CLEARED -
      *A MANAGER OTHER THAN THE ONE WHO SET THE ROW UP THEN APPROVES
      *IT ON A20PG120 BEFORE A20PGM14 WILL RUN. PRINTED THROUGH THE
      *A20PGM41 REPORT WRITER.
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
             INCLUDE PRCADJ1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-NEW-PRICE         PIC S9(4)V9(2) COMP-3.
       77 WS-PRICE-DELTA       PIC S9(4)V9(2) COMP-3.
       77 WS-MARGIN-NOW        PIC S9(5)V9(2) COMP-3.
       77 WS-MARGIN-NEW        PIC S9(5)V9(2) COMP-3.
       77 WS-SLS-QTY           PIC S9(9) COMP-3.
       77 WS-REV-OLD           PIC S9(11)V9(2) COMP-3.
       77 WS-REV-NEW           PIC S9(11)V9(2) COMP-3.
       77 WS-CONTRACT-COUNT    PIC S9(9) COMP.
       77 WS-CONTRACT-HIGH     PIC S9(4)V9(2) COMP-3.
       77 WS-OPEN-RUNS         PIC S9(9) COMP.
       77 WS-YEAR              PIC 9(04).
       77 WS-MONTH             PIC 9(02).
       01 WS-CUTOFF-PERIOD     PIC X(07).
       01 WS-TOT-PRODUCTS      PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-BELOW-COST    PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-BELOW-CONTRACT PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-NOCOST        PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-REV-OLD       PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-REV-NEW       PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-REV-CHANGE    PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-PRICE-DISP        PIC ZZZ9.99.
       01 WS-NEW-DISP          PIC ZZZ9.99-.
       01 WS-COST-DISP         PIC ZZZ9.99.
       01 WS-MGN-NOW-DISP      PIC ZZZZ9.99-.
       01 WS-MGN-NEW-DISP      PIC ZZZZ9.99-.
       01 WS-QTY-DISP          PIC ZZZZZZZZ9.
       01 WS-REV-OLD-DISP      PIC ZZZZZZZZZ9.99-.
       01 WS-REV-NEW-DISP      PIC ZZZZZZZZZ9.99-.
       01 WS-PCT-SHOW          PIC S9(5)V9(2) COMP-3.
       01 WS-PCT-DISP          PIC ZZZZ9.99-.
       01 WS-AMT-DISP          PIC ZZZZZ9.99-.
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 1000-READ-CONTROL-PARA
           PERFORM 1100-CHECK-OPEN-RUN-PARA
           PERFORM 0200-SET-CUTOFF-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'BULK PRICE CHANGE SIMULATION' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 1200-PRINT-TERMS-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'CODE    CURRENT PROPOSED      COST   MGN NOW    '
                     DELIMITED BY SIZE
                  'MGN NEW     12M QTY    12M REV OLD     12M REV NEW'
                     DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 2000-OPEN-CURSOR-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 3000-FETCH-PARA
              IF NOT WS-EOF
                 PERFORM 4000-SIMULATE-ROW-PARA
              END-IF
           END-PERFORM
           PERFORM 5000-CLOSE-CURSOR-PARA
           PERFORM 6000-PRINT-TOTALS-PARA
           PERFORM 7000-STAMP-CONTROL-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           COMPUTE WS-LOG-WARN-COUNT =
                   WS-TOT-BELOW-COST + WS-TOT-BELOW-CONTRACT
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-SET-CUTOFF-PARA.
      *    THE LAST TWELVE MONTHS - PERIODS AFTER THE SAME MONTH A
      *    YEAR AGO, THIS MONTH SO FAR INCLUDED.
           MOVE WS-RUN-DATE(1:4) TO WS-YEAR
           MOVE WS-RUN-DATE(6:2) TO WS-MONTH
           SUBTRACT 1 FROM WS-YEAR
           STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                  INTO WS-CUTOFF-PERIOD.
       1000-READ-CONTROL-PARA.
           MOVE 'PRICEADJ' TO CONFIG-ID-TEXT OF DCLPRICE-ADJ-CONTROL
           MOVE LENGTH OF 'PRICEADJ' TO
                CONFIG-ID-LEN OF DCLPRICE-ADJ-CONTROL
           EXEC SQL
               SELECT CATEGORY, ADJUST_PCT, ADJUST_AMT, SET_BY
                 INTO :CATEGORY OF DCLPRICE-ADJ-CONTROL,
                      :ADJUST-PCT OF DCLPRICE-ADJ-CONTROL,
                      :ADJUST-AMT OF DCLPRICE-ADJ-CONTROL,
                      :SET-BY OF DCLPRICE-ADJ-CONTROL
                 FROM PRICE_ADJ_CONTROL
                WHERE CONFIG_ID = :CONFIG-ID OF DCLPRICE-ADJ-CONTROL
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'NO PRICE_ADJ_CONTROL ROW SET UP - SQLCODE= '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 0900-CLOSE-RUN-PARA
              STOP RUN
           END-IF.
       1100-CHECK-OPEN-RUN-PARA.
      *    AN A20PGM14 RUN THAT DIED PARTWAY HAS ALREADY MOVED SOME
      *    PRICES AND RESTARTS ON ITS EXISTING APPROVAL. SIMULATING
      *    NOW WOULD PRICE THE HALF-ADJUSTED ROWS A SECOND TIME AND
      *    CLEAR THAT APPROVAL - FINISH THE RESTART FIRST.
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-OPEN-RUNS
                FROM BATCH_RUN_LOG
                WHERE JOB_NAME = 'A20PGM14'
                  AND RUN_STATUS = 'OPEN'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           IF WS-OPEN-RUNS > 0
              DISPLAY 'A20PGM14 RUN STILL OPEN - RESTART IT BEFORE SIMUL
      -              'ATING AGAIN'
              MOVE 12 TO RETURN-CODE
              PERFORM 0900-CLOSE-RUN-PARA
              STOP RUN
           END-IF.
       1200-PRINT-TERMS-PARA.
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           IF ADJUST-PCT OF DCLPRICE-ADJ-CONTROL NOT = 0
              COMPUTE WS-PCT-SHOW =
                      ADJUST-PCT OF DCLPRICE-ADJ-CONTROL * 100
              MOVE WS-PCT-SHOW TO WS-PCT-DISP
              STRING 'CATEGORY ' DELIMITED BY SIZE
                     CATEGORY-TEXT OF DCLPRICE-ADJ-CONTROL
                        (1:CATEGORY-LEN OF DCLPRICE-ADJ-CONTROL)
                        DELIMITED BY SIZE
                     '  CHANGE ' DELIMITED BY SIZE
                     WS-PCT-DISP DELIMITED BY SIZE
                     ' PERCENT  SET BY ' DELIMITED BY SIZE
                     SET-BY-TEXT OF DCLPRICE-ADJ-CONTROL
                        (1:SET-BY-LEN OF DCLPRICE-ADJ-CONTROL)
                        DELIMITED BY SIZE
                     INTO RPTW-LINE
           ELSE
              MOVE ADJUST-AMT OF DCLPRICE-ADJ-CONTROL TO WS-AMT-DISP
              STRING 'CATEGORY ' DELIMITED BY SIZE
                     CATEGORY-TEXT OF DCLPRICE-ADJ-CONTROL
                        (1:CATEGORY-LEN OF DCLPRICE-ADJ-CONTROL)
                        DELIMITED BY SIZE
                     '  CHANGE ' DELIMITED BY SIZE
                     WS-AMT-DISP DELIMITED BY SIZE
                     ' FLAT  SET BY ' DELIMITED BY SIZE
                     SET-BY-TEXT OF DCLPRICE-ADJ-CONTROL
                        (1:SET-BY-LEN OF DCLPRICE-ADJ-CONTROL)
                        DELIMITED BY SIZE
                     INTO RPTW-LINE
           END-IF
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           STRING 'SALES FROM PERIODS AFTER ' DELIMITED BY SIZE
                  WS-CUTOFF-PERIOD DELIMITED BY SIZE
                  '  CONTRACTS LIVE ON ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  NOTHING IS CHANGED' DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       2000-OPEN-CURSOR-PARA.
      *    THE SAME SELECTION AS A20PGM14'S PRICEADJ-CUR, WITHOUT ITS
      *    RESTART KEY - A SIMULATION ALWAYS PRICES THE WHOLE SET.
           EXEC SQL
               DECLARE PRCSIM-CUR CURSOR FOR
               SELECT PRODUCT_CODE, PRODUCT_PRICE, UNIT_COST
               FROM PRODUCT1
               WHERE (PRODUCT_CATEGORY = :CATEGORY OF
                      DCLPRICE-ADJ-CONTROL
                  OR :CATEGORY OF DCLPRICE-ADJ-CONTROL = 'ALL')
               ORDER BY PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN PRCSIM-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 0900-CLOSE-RUN-PARA
              STOP RUN
           END-IF.
       3000-FETCH-PARA.
           EXEC SQL
               FETCH PRCSIM-CUR
               INTO :DCLPRODUCT1.PRODUCT-CODE,
                    :PRODUCT-PRICE OF DCLPRODUCT1,
                    :UNIT-COST OF DCLPRODUCT1
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
      *          A PARTIAL SIMULATION MUST NEVER BE STAMPED ON THE
      *          CONTROL ROW FOR A20PG120 TO APPROVE.
                 DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                 PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       4000-SIMULATE-ROW-PARA.
      *    THE PROPOSED PRICE IS WORKED EXACTLY AS A20PGM14'S
      *    4000-ADJUST-ROW-PARA WORKS IT.
           IF ADJUST-PCT OF DCLPRICE-ADJ-CONTROL NOT = 0
              COMPUTE WS-NEW-PRICE ROUNDED =
                      PRODUCT-PRICE OF DCLPRODUCT1 *
                      (1 + ADJUST-PCT OF DCLPRICE-ADJ-CONTROL)
           ELSE
              COMPUTE WS-PRICE-DELTA =
                      ADJUST-AMT OF DCLPRICE-ADJ-CONTROL
              COMPUTE WS-NEW-PRICE =
                      PRODUCT-PRICE OF DCLPRODUCT1 + WS-PRICE-DELTA
           END-IF
           ADD 1 TO WS-LOG-IN-COUNT
           ADD 1 TO WS-TOT-PRODUCTS
           COMPUTE WS-MARGIN-NOW =
                   PRODUCT-PRICE OF DCLPRODUCT1 -
                   UNIT-COST OF DCLPRODUCT1
           COMPUTE WS-MARGIN-NEW =
                   WS-NEW-PRICE - UNIT-COST OF DCLPRODUCT1
           PERFORM 4100-GET-SALES-PARA
           COMPUTE WS-REV-OLD =
                   WS-SLS-QTY * PRODUCT-PRICE OF DCLPRODUCT1
           COMPUTE WS-REV-NEW = WS-SLS-QTY * WS-NEW-PRICE
           ADD WS-REV-OLD TO WS-TOT-REV-OLD
           ADD WS-REV-NEW TO WS-TOT-REV-NEW
           MOVE PRODUCT-PRICE OF DCLPRODUCT1 TO WS-PRICE-DISP
           MOVE WS-NEW-PRICE TO WS-NEW-DISP
           MOVE UNIT-COST OF DCLPRODUCT1 TO WS-COST-DISP
           MOVE WS-MARGIN-NOW TO WS-MGN-NOW-DISP
           MOVE WS-MARGIN-NEW TO WS-MGN-NEW-DISP
           MOVE WS-SLS-QTY TO WS-QTY-DISP
           MOVE WS-REV-OLD TO WS-REV-OLD-DISP
           MOVE WS-REV-NEW TO WS-REV-NEW-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING PRODUCT-CODE-TEXT OF DCLPRODUCT1 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PRICE-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-NEW-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-COST-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MGN-NOW-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MGN-NEW-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-REV-OLD-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-REV-NEW-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 4200-CHECK-COST-PARA
           PERFORM 4300-CHECK-CONTRACTS-PARA.
       4100-GET-SALES-PARA.
           MOVE 0 TO WS-SLS-QTY
           EXEC SQL
               SELECT COALESCE(SUM(SALES_QTY), 0)
                INTO :WS-SLS-QTY
                FROM SALES_HISTORY
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                  AND PERIOD > :WS-CUTOFF-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       4200-CHECK-COST-PARA.
      *    A PRODUCT WITH NO COST ON RECORD CANNOT BE SAID TO GO
      *    BELOW IT - SAID SO RATHER THAN COUNTED, AS ON A20PGM63.
           MOVE 'D' TO RPTW-ACTION
           IF UNIT-COST OF DCLPRODUCT1 = 0
              ADD 1 TO WS-TOT-NOCOST
              MOVE '        (NO UNIT COST ON RECORD - MARGIN NOT KNOWN)'
                   TO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           ELSE
              IF WS-NEW-PRICE < UNIT-COST OF DCLPRODUCT1
                 ADD 1 TO WS-TOT-BELOW-COST
                 MOVE '        *** PROPOSED PRICE BELOW UNIT COST'
                      TO RPTW-LINE
                 PERFORM 8100-CALL-WRITER-PARA
              END-IF
           END-IF.
       4300-CHECK-CONTRACTS-PARA.
      *    A CONTRACT PRICE ABOVE THE NEW LIST PRICE MEANS A CONTRACT
      *    CUSTOMER WOULD PAY MORE THAN A CASH CUSTOMER - A20PGM6
      *    PRICES FROM THE CONTRACT REGARDLESS, SO IT NEEDS LOOKING AT
      *    BEFORE THE CHANGE GOES IN.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(CONTRACT_PRICE), 0)
                INTO :WS-CONTRACT-COUNT, :WS-CONTRACT-HIGH
                FROM CONTRACT_PRICE1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                  AND CONTRACT_PRICE > :WS-NEW-PRICE
                  AND EFFECT_FROM <= :WS-RUN-DATE
                  AND EFFECT_TO >= :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           IF WS-CONTRACT-COUNT > 0
              ADD 1 TO WS-TOT-BELOW-CONTRACT
              MOVE WS-CONTRACT-COUNT TO WS-COUNT-DISP
              MOVE WS-CONTRACT-HIGH TO WS-PRICE-DISP
              MOVE 'D' TO RPTW-ACTION
              MOVE SPACES TO RPTW-LINE
              STRING '        *** PROPOSED PRICE BELOW ' DELIMITED BY
                        SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     ' LIVE CONTRACT PRICE(S), HIGHEST ' DELIMITED BY
                        SIZE
                     WS-PRICE-DISP DELIMITED BY SIZE
                     INTO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           END-IF.
       5000-CLOSE-CURSOR-PARA.
           EXEC SQL
               CLOSE PRCSIM-CUR
           END-EXEC.
       6000-PRINT-TOTALS-PARA.
           COMPUTE WS-TOT-REV-CHANGE = WS-TOT-REV-NEW - WS-TOT-REV-OLD
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE WS-TOT-PRODUCTS TO WS-COUNT-DISP
           STRING 'PRODUCTS PRICED                ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-TOT-REV-OLD TO WS-REV-OLD-DISP
           STRING '12 MONTH REVENUE AT OLD PRICE  ' DELIMITED BY SIZE
                  WS-REV-OLD-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-TOT-REV-NEW TO WS-REV-NEW-DISP
           STRING '12 MONTH REVENUE AT NEW PRICE  ' DELIMITED BY SIZE
                  WS-REV-NEW-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-TOT-REV-CHANGE TO WS-REV-NEW-DISP
           STRING 'CHANGE                         ' DELIMITED BY SIZE
                  WS-REV-NEW-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-TOT-BELOW-COST TO WS-COUNT-DISP
           STRING 'PRODUCTS BELOW UNIT COST       ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-TOT-BELOW-CONTRACT TO WS-COUNT-DISP
           STRING 'PRODUCTS BELOW A LIVE CONTRACT ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           IF WS-TOT-NOCOST > 0
              MOVE SPACES TO RPTW-LINE
              MOVE WS-TOT-NOCOST TO WS-COUNT-DISP
              STRING 'PRODUCTS WITH NO UNIT COST     ' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           END-IF.
       7000-STAMP-CONTROL-PARA.
      *    RECORDS WHAT WAS SIMULATED SO A20PG120 CAN SHOW IT FOR
      *    APPROVAL AND A20PGM14 CAN TELL WHETHER THE ROW HAS BEEN
      *    CHANGED SINCE. A NEW SIMULATION ALWAYS NEEDS A NEW APPROVAL.
           EXEC SQL
               UPDATE PRICE_ADJ_CONTROL
                  SET SIM_DATE = :WS-RUN-DATE,
                      SIM_CATEGORY =
                          :CATEGORY OF DCLPRICE-ADJ-CONTROL,
                      SIM_PCT = :ADJUST-PCT OF DCLPRICE-ADJ-CONTROL,
                      SIM_AMT = :ADJUST-AMT OF DCLPRICE-ADJ-CONTROL,
                      SIM_PRODUCTS = :WS-TOT-PRODUCTS,
                      SIM_BELOW_COST = :WS-TOT-BELOW-COST,
                      SIM_BELOW_CONTRACT = :WS-TOT-BELOW-CONTRACT,
                      SIM_REV_OLD = :WS-TOT-REV-OLD,
                      SIM_REV_NEW = :WS-TOT-REV-NEW,
                      APPROVED_BY = ' ',
                      APPROVED_DATE = ' '
                WHERE CONFIG_ID = :CONFIG-ID OF DCLPRICE-ADJ-CONTROL
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       9300-SQL-ERROR-PARA.
           DISPLAY 'A20PG119 SQL ERROR, SQLCODE= ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
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
           MOVE 'A20PG119' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG119' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PG119 ALREADY RUNNING THIS WINDOW'
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
      *    COMMITTED AT ONCE SO THE ROLLBACK IN 9300 CANNOT UNDO THE
      *    OPEN ROW (AND ITS DOUBLE-START GUARD).
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PG119' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG119 HELD - WAITING ON ' GATR-WAIT-JOB
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
