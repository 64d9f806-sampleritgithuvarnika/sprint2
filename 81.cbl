      *NOT SOLD A UNIT IN SIX MONTHS, OR CARRY MORE THAN SIX MONTHS
      *OF COVER AT THEIR RECENT RATE OF SALE, WHILE THEIR
      *STOCK_AVAILABILITY SITS THERE AS TIED-UP CASH. LAST SALE DATE
      *COMES OFF THE OUTBOUND 'ORD' STOCK_MOVEMENT ROWS (NOT THE
      *NEGATIVE ONES AN AMENDMENT OR CANCELLATION PUTS BACK), DEMAND
      *OFF THE LAST SIX SALES_HISTORY PERIODS, VALUE AT
      *PRODUCT_PRICE. WORST OFFENDERS FIRST WITHIN EACH CATEGORY,
      *WITH CATEGORY SUBTOTALS SO THE BUYERS KNOW WHERE TO STOP
      *BUYING AND WHAT TO CLEAR.
      *PRINTED THROUGH THE A20PGM41 REPORT WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-LAST-SALE         PIC X(10).
       77 WS-SLS-QTY           PIC S9(9) COMP-3.
                FROM STOCK_MOVEMENT
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                  AND MOVEMENT_TYPE = 'ORD'
                  AND QUANTITY_DEDUCTED > 0
           END-EXEC
           MOVE 0 TO WS-SLS-QTY
           EXEC SQL
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM81' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM81' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM81' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM81 HELD - WAITING ON ' GATR-WAIT-JOB
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
