       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM63.
      *GROSS MARGIN REPORT. SALES VALUE OFF SALES_HISTORY AGAINST
      *THE TRUE COST OF WHAT WAS SOLD - THE LOT-COSTED COGS_LEDGER1
      *ROWS BOOKED AS ORDERS SHIPPED, WITH ANY UNITS SOLD BUT NOT YET
      *SHIPPED (OR SOLD BEFORE COSTS WERE BOOKED AT SHIPMENT) AT
      *PRODUCT1.UNIT_COST - BY PRODUCT WITH CATEGORY
      *SUBTOTALS AND A GRAND TOTAL - SO PRICING DECISIONS STOP BEING
      *MADE BLIND. A PRODUCT WITH NO COST ON RECORD IS FLAGGED AND
      *ITS SALES EXCLUDED FROM THE MARGIN ARITHMETIC RATHER THAN
           EXEC SQL
             INCLUDE PROD1
           END-EXEC.
           EXEC SQL
             INCLUDE COGSLG1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-SLS-QTY           PIC S9(9) COMP-3.
       77 WS-SLS-AMT           PIC S9(11)V9(2) COMP-3.
       77 WS-COST-AMT          PIC S9(11)V9(2) COMP-3.
       77 WS-MARGIN-AMT        PIC S9(11)V9(2) COMP-3.
       77 WS-COGS-QTY          PIC S9(9) COMP-3.
       77 WS-COGS-AMT          PIC S9(11)V9(2) COMP-3.
       77 WS-UNCOSTED-QTY      PIC S9(9) COMP-3.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
              END-IF
           END-IF
           ADD 1 TO WS-LOG-IN-COUNT
           PERFORM 3100-GET-COGS-PARA
           IF WS-UNCOSTED-QTY > 0 AND UNIT-COST OF DCLPRODUCT1 = 0
              ADD 1 TO WS-NOCOST-COUNT
              MOVE 'D' TO RPTW-ACTION
              STRING WS-CUR-CATEGORY DELIMITED BY SIZE
                     INTO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           ELSE
              COMPUTE WS-COST-AMT = WS-COGS-AMT +
                      (WS-UNCOSTED-QTY * UNIT-COST OF DCLPRODUCT1)
              COMPUTE WS-MARGIN-AMT = WS-SLS-AMT - WS-COST-AMT
              ADD WS-SLS-AMT TO WS-SUB-SALES WS-GRAND-SALES
              ADD WS-COST-AMT TO WS-SUB-COST WS-GRAND-COST
                     INTO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           END-IF.
       3100-GET-COGS-PARA.
      *    WHAT THE SHIPPED UNITS ACTUALLY COST. SALES_HISTORY FOLDS
      *    IN ORDER LINES AS THEY ARE TAKEN, SO SHIPPED UNITS NORMALLY
      *    TRAIL SOLD UNITS AND THE GAP IS COSTED AT THE COST ON
      *    RECORD; IF THE LEDGER EVER RUNS AHEAD ITS COST IS SCALED
      *    BACK TO THE UNITS SOLD.
           MOVE 0 TO WS-COGS-QTY
           MOVE 0 TO WS-COGS-AMT
           EXEC SQL
               SELECT COALESCE(SUM(SHIP_QTY), 0),
                      COALESCE(SUM(COGS_AMOUNT), 0)
                INTO :WS-COGS-QTY, :WS-COGS-AMT
                FROM COGS_LEDGER1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-COGS-QTY
              MOVE 0 TO WS-COGS-AMT
           END-IF
           IF WS-COGS-QTY > WS-SLS-QTY
              COMPUTE WS-COGS-AMT ROUNDED =
                      WS-COGS-AMT * WS-SLS-QTY / WS-COGS-QTY
              MOVE 0 TO WS-UNCOSTED-QTY
           ELSE
              COMPUTE WS-UNCOSTED-QTY = WS-SLS-QTY - WS-COGS-QTY
           END-IF.
       3500-PRINT-SUBTOTAL-PARA.
           MOVE WS-SUB-SALES TO WS-AMT-DISP
           MOVE WS-SUB-COST TO WS-COST-DISP
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM63' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM63' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM63' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM63 HELD - WAITING ON ' GATR-WAIT-JOB
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
