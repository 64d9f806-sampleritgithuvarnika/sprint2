      *KEPT).
      *DISCONTINUED ITEMS ARE KEPT OUT OF THE MAIN BODY AND LISTED
      *SEPARATELY AT THE END.
      *A 'VALPERIOD' ROW ON ARCHIVE_CONTROL (PERIOD YYYY-MM IN
      *CUTOFF_DATE) VALUES A CLOSED PERIOD INSTEAD OF TODAY - THE
      *QUANTITIES AND UNIT COSTS COME FROM THAT PERIOD'S
      *STOCK_SNAPSHOT1 ROWS FROZEN BY THE MONTH-END CLOSE, AND ON
      *PRICE BASIS THE PRICE IN FORCE AT THE END OF THE PERIOD IS
      *USED. A PERIOD WITH NO SNAPSHOT IS REFUSED RC=8.
      *ON COST BASIS, TODAY'S VALUATION TAKES LOT-TRACKED UNITS AT
      *THEIR OWN STOCK_LOT1 COST (THE SAME FIGURE A20PGM18 CHARGES TO
      *COST OF GOODS SOLD) AND ONLY THE UNTRACKED REST AT
      *PRODUCT1.UNIT_COST, SO A NEW DELIVERY PRICE DOES NOT REPRICE
      *STOCK ALREADY ON THE SHELF. THE PRICE COLUMN SHOWS THE
      *RESULTING AVERAGE COST. A CLOSED PERIOD USES THE COST ITS
      *SNAPSHOT FROZE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE ARCCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE STKSNP1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY RPTWTR1.
       COPY GATREQ1.
       77 WS-UNIT-PRICE        PIC S9(4)V9(2) COMP-3.
       77 WS-EXT-VALUE         PIC S9(9)V9(2) COMP-3.
       77 WS-LOT-QTY           PIC S9(9) COMP-3.
       77 WS-LOT-VALUE         PIC S9(11)V9(2) COMP-3.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-ASAT-DATE         PIC X(10) VALUE SPACES.
       01 WS-ASAT-SW           PIC X VALUE 'N'.
          88 WS-ASAT-PRICING        VALUE 'Y'.
       01 WS-BASIS-SW          PIC X VALUE 'N'.
          88 WS-COST-BASIS          VALUE 'Y'.
       01 WS-VAL-PERIOD        PIC X(07) VALUE SPACES.
       01 WS-PERIOD-SW         PIC X VALUE 'N'.
          88 WS-PERIOD-VALUATION    VALUE 'Y'.
       01 WS-SNAP-COUNT        PIC S9(9) COMP.
       01 WS-QTY-DISP          PIC ZZZZ9.
       01 WS-PRICE-DISP        PIC ZZZ9.99.
       01 WS-VALUE-DISP        PIC ZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 1000-READ-CONTROL-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'INVENTORY VALUATION BY CATEGORY' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           IF WS-PERIOD-VALUATION
              MOVE SPACES TO RPTW-LINE
              STRING 'STOCK AS AT CLOSE OF PERIOD ' DELIMITED BY SIZE
                     WS-VAL-PERIOD DELIMITED BY SIZE
                     INTO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
              MOVE 'H' TO RPTW-ACTION
           END-IF
           IF WS-COST-BASIS
              IF WS-PERIOD-VALUATION
                 MOVE 'VALUED AT UNIT COST' TO RPTW-LINE
              ELSE
                 MOVE 'VALUED AT LOT COST WHERE LOT-TRACKED' TO
                      RPTW-LINE
              END-IF
           ELSE
              IF WS-ASAT-PRICING AND WS-PERIOD-VALUATION
                 MOVE 'PRICED AT PERIOD-END PRICES' TO RPTW-LINE
              END-IF
              IF WS-ASAT-PRICING AND NOT WS-PERIOD-VALUATION
                 STRING 'PRICED AS AT ' DELIMITED BY SIZE
                        WS-ASAT-DATE DELIMITED BY SIZE
                        INTO RPTW-LINE
              END-IF
              IF NOT WS-ASAT-PRICING
                 MOVE 'PRICED AT CURRENT PRICES' TO RPTW-LINE
              END-IF
           END-IF
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 0 TO RETURN-CODE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-READ-CONTROL-PARA.
           MOVE 'VALUATION' TO CONFIG-ID-TEXT
           IF SQLCODE = 0 AND LOG-CUTOFF-DATE = 'COST'
              MOVE 'Y' TO WS-BASIS-SW
              MOVE 'N' TO WS-ASAT-SW
           END-IF
           PERFORM 1100-READ-PERIOD-PARA.
       1100-READ-PERIOD-PARA.
      *    A CLOSED-PERIOD RUN PRICES AS AT THE PERIOD'S LAST DAY.
      *    DAY '31' IS USED FOR EVERY MONTH - AS A DATE STRING IT
      *    SORTS AFTER THE MONTH'S REAL LAST DAY AND BEFORE THE NEXT
      *    MONTH, WHICH IS ALL THE PRICE_HISTORY LOOKUP NEEDS.
           MOVE 'VALPERIOD' TO CONFIG-ID-TEXT
           MOVE LENGTH OF 'VALPERIOD' TO CONFIG-ID-LEN
           EXEC SQL
               SELECT CUTOFF_DATE
                 INTO :CUTOFF-DATE
                 FROM ARCHIVE_CONTROL
                WHERE CONFIG_ID = :CONFIG-ID
           END-EXEC
           IF SQLCODE = 0 AND CUTOFF-DATE NOT = SPACES
              MOVE CUTOFF-DATE(1:7) TO WS-VAL-PERIOD
              MOVE WS-VAL-PERIOD TO PERIOD
              MOVE 0 TO WS-SNAP-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                   INTO :WS-SNAP-COUNT
                   FROM STOCK_SNAPSHOT1
                   WHERE PERIOD = :PERIOD
                     AND LOCATION_ID = 'ALL'
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-SNAP-COUNT = 0
                 DISPLAY 'NO STOCK SNAPSHOT FOR PERIOD ' WS-VAL-PERIOD
                 MOVE 8 TO RETURN-CODE
                 PERFORM 0900-CLOSE-RUN-PARA
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-PERIOD-SW
              IF NOT WS-COST-BASIS
                 MOVE 'Y' TO WS-ASAT-SW
                 STRING WS-VAL-PERIOD '-31' DELIMITED BY SIZE
                        INTO WS-ASAT-DATE
              END-IF
           END-IF.
       2000-MAIN-BODY-PARA.
           MOVE 'Y' TO WS-FIRST-ROW-SW
               ORDER BY PRODUCT_CATEGORY, PRODUCT_CODE
           END-EXEC
           EXEC SQL
               DECLARE VALSNPM-CUR CURSOR FOR
               SELECT P.PRODUCT_CATEGORY, P.PRODUCT_CODE,
                      P.PRODUCT_PRICE, S.CLOSING_QTY, S.UNIT_COST
               FROM PRODUCT1 P, STOCK_SNAPSHOT1 S
               WHERE S.PERIOD = :PERIOD
                 AND S.LOCATION_ID = 'ALL'
                 AND S.PRODUCT_CODE = P.PRODUCT_CODE
                 AND P.PROD_STATUS <> 'DISCONTINUED'
               ORDER BY P.PRODUCT_CATEGORY, P.PRODUCT_CODE
           END-EXEC
           IF WS-PERIOD-VALUATION
              EXEC SQL
                  OPEN VALSNPM-CUR
              END-EXEC
           ELSE
              EXEC SQL
                  OPEN VALMAIN-CUR
              END-EXEC
           END-IF
           PERFORM UNTIL WS-EOF
              IF WS-PERIOD-VALUATION
                 EXEC SQL
                     FETCH VALSNPM-CUR
                     INTO :DCLPRODUCT1.PRODUCT-CATEGORY,
                          :DCLPRODUCT1.PRODUCT-CODE,
                          :PRODUCT-PRICE OF DCLPRODUCT1,
                          :CLOSING-QTY,
                          :DCLSTOCK-SNAPSHOT.UNIT-COST
                 END-EXEC
                 PERFORM 2100-TAKE-SNAPSHOT-PARA
              ELSE
                 EXEC SQL
                     FETCH VALMAIN-CUR
                     INTO :DCLPRODUCT1.PRODUCT-CATEGORY,
                          :DCLPRODUCT1.PRODUCT-CODE,
                          :PRODUCT-PRICE OF DCLPRODUCT1,
                          :STOCK-AVAILABILITY OF DCLPRODUCT1,
                          :UNIT-COST OF DCLPRODUCT1
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
           IF NOT WS-FIRST-ROW
              PERFORM 3500-PRINT-SUBTOTAL-PARA
           END-IF
           IF WS-PERIOD-VALUATION
              EXEC SQL
                  CLOSE VALSNPM-CUR
              END-EXEC
           ELSE
              EXEC SQL
                  CLOSE VALMAIN-CUR
              END-EXEC
           END-IF.
       2100-TAKE-SNAPSHOT-PARA.
      *    THE FROZEN QUANTITY AND COST STAND IN FOR THE LIVE ONES SO
      *    THE VALUING PARAGRAPHS ARE THE SAME EITHER WAY. SQLCODE IS
      *    LEFT AS THE FETCH SET IT.
           IF SQLCODE = 0
              MOVE CLOSING-QTY TO STOCK-AVAILABILITY OF DCLPRODUCT1
              MOVE UNIT-COST OF DCLSTOCK-SNAPSHOT TO
                   UNIT-COST OF DCLPRODUCT1
           END-IF.
       3000-VALUE-ROW-PARA.
           ADD 1 TO WS-LOG-IN-COUNT
           IF WS-FIRST-ROW
              MOVE PRODUCT-CATEGORY-TEXT OF DCLPRODUCT1
                   TO WS-CUR-CATEGORY
           MOVE PRODUCT-PRICE OF DCLPRODUCT1 TO WS-UNIT-PRICE
           IF WS-COST-BASIS
              MOVE UNIT-COST OF DCLPRODUCT1 TO WS-UNIT-PRICE
              IF NOT WS-PERIOD-VALUATION
                 PERFORM 4300-LOT-COST-PARA
              END-IF
           END-IF
           IF WS-ASAT-PRICING
              MOVE PRODUCT-CODE-TEXT OF DCLPRODUCT1 TO
           EXEC SQL
               CLOSE VALPHA-CUR
           END-EXEC.
       4300-LOT-COST-PARA.
      *    LOT-TRACKED UNITS AT THEIR LOT'S COST (A LOT BOOKED BEFORE
      *    LOT COSTS WERE KEPT, COST 0, AT UNIT_COST - SAME FALLBACK
      *    AS A20PGM18), THE REST OF THE PRODUCT TOTAL AT UNIT_COST.
      *    LOTS THAT SOMEHOW HOLD MORE THAN THE TOTAL ARE AVERAGED ON
      *    THEIR OWN. AN ERROR LEAVES UNIT_COST STANDING.
           MOVE 0 TO WS-LOT-QTY
           MOVE 0 TO WS-LOT-VALUE
           EXEC SQL
               SELECT COALESCE(SUM(LOT_QTY_ON_HAND), 0),
                      COALESCE(SUM(LOT_QTY_ON_HAND *
                               CASE WHEN LOT_UNIT_COST > 0
                                    THEN LOT_UNIT_COST
                                    ELSE :UNIT-COST OF DCLPRODUCT1
                               END), 0)
                INTO :WS-LOT-QTY, :WS-LOT-VALUE
                FROM STOCK_LOT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                  AND LOT_QTY_ON_HAND > 0
           END-EXEC
           IF SQLCODE = 0 AND WS-LOT-QTY > 0 AND
              STOCK-AVAILABILITY OF DCLPRODUCT1 > 0
              IF WS-LOT-QTY < STOCK-AVAILABILITY OF DCLPRODUCT1
                 COMPUTE WS-UNIT-PRICE ROUNDED =
                    (WS-LOT-VALUE
                     + (STOCK-AVAILABILITY OF DCLPRODUCT1 - WS-LOT-QTY)
                       * UNIT-COST OF DCLPRODUCT1)
                    / STOCK-AVAILABILITY OF DCLPRODUCT1
              ELSE
                 COMPUTE WS-UNIT-PRICE ROUNDED =
                         WS-LOT-VALUE / WS-LOT-QTY
              END-IF
           END-IF.
       5000-DISCONTINUED-SECTION-PARA.
      *    DISCONTINUED ITEMS STILL ON THE SHELVES ARE WORTH
      *    SOMETHING, BUT ACCOUNTING WANTS THEM SET APART FROM THE
               ORDER BY PRODUCT_CATEGORY, PRODUCT_CODE
           END-EXEC
           EXEC SQL
               DECLARE VALSNPD-CUR CURSOR FOR
               SELECT P.PRODUCT_CATEGORY, P.PRODUCT_CODE,
                      P.PRODUCT_PRICE, S.CLOSING_QTY, S.UNIT_COST
               FROM PRODUCT1 P, STOCK_SNAPSHOT1 S
               WHERE S.PERIOD = :PERIOD
                 AND S.LOCATION_ID = 'ALL'
                 AND S.PRODUCT_CODE = P.PRODUCT_CODE
                 AND P.PROD_STATUS = 'DISCONTINUED'
                 AND S.CLOSING_QTY > 0
               ORDER BY P.PRODUCT_CATEGORY, P.PRODUCT_CODE
           END-EXEC
           IF WS-PERIOD-VALUATION
              EXEC SQL
                  OPEN VALSNPD-CUR
              END-EXEC
           ELSE
              EXEC SQL
                  OPEN VALDISC-CUR
              END-EXEC
           END-IF
           PERFORM UNTIL WS-EOF
              IF WS-PERIOD-VALUATION
                 EXEC SQL
                     FETCH VALSNPD-CUR
                     INTO :DCLPRODUCT1.PRODUCT-CATEGORY,
                          :DCLPRODUCT1.PRODUCT-CODE,
                          :PRODUCT-PRICE OF DCLPRODUCT1,
                          :CLOSING-QTY,
                          :DCLSTOCK-SNAPSHOT.UNIT-COST
                 END-EXEC
                 PERFORM 2100-TAKE-SNAPSHOT-PARA
              ELSE
                 EXEC SQL
                     FETCH VALDISC-CUR
                     INTO :DCLPRODUCT1.PRODUCT-CATEGORY,
                          :DCLPRODUCT1.PRODUCT-CODE,
                          :PRODUCT-PRICE OF DCLPRODUCT1,
                          :STOCK-AVAILABILITY OF DCLPRODUCT1,
                          :UNIT-COST OF DCLPRODUCT1
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM 5100-VALUE-DISC-ROW-PARA
              END-IF
           END-PERFORM
           IF WS-PERIOD-VALUATION
              EXEC SQL
                  CLOSE VALSNPD-CUR
              END-EXEC
           ELSE
              EXEC SQL
                  CLOSE VALDISC-CUR
              END-EXEC
           END-IF.
       5100-VALUE-DISC-ROW-PARA.
           ADD 1 TO WS-LOG-IN-COUNT
           PERFORM 4000-SET-UNIT-PRICE-PARA
           MULTIPLY WS-UNIT-PRICE BY
                    STOCK-AVAILABILITY OF DCLPRODUCT1
                  WS-VALUE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM53' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM53' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM53 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PGM53' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM53 HELD - WAITING ON ' GATR-WAIT-JOB
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
