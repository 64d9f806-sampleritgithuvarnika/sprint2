      *ORDER_ID, WHATEVER DAY THE MOVEMENT WAS WRITTEN - A HOLD MAY
      *RELEASE, OR AN ORDER BE AMENDED, DAYS AFTER ITS ORDER DATE).
      *HELD ORDERS ARE OUTSIDE THE COMPARISON UNTIL A SUPERVISOR
      *DECIDES THEM. A CANCELLED ORDER'S LINES ARE OUTSIDE IT TOO -
      *A20PGM9 PUTS ITS STOCK BACK WITH NEGATIVE 'ORD' ROWS, SO ITS
      *DEDUCTIONS NET TO NOTHING. A MISMATCH MEANS AN ORDER LINE
      *WENT IN WITHOUT A MATCHING STOCK DEDUCTION OR VICE VERSA -
      *MOST LIKELY A TRANSACTION THAT ABENDED PARTWAY THROUGH
      *6666-INSERT-PARA.
      *A KIT LINE IS COUNTED AS ITS KIT_COMPONENT1 COMPONENTS (LINE
      *QUANTITY TIMES COMPONENT-QTY), SINCE THAT IS WHAT THE 'ORD'
      *DEDUCTIONS FOR IT ARE WRITTEN AGAINST. A DROP-SHIP LINE (ONE
      *WITH A PURCHASE_ORDER1 ROW LINKED TO IT) NEVER TOUCHES OUR
      *STOCK AND IS OUTSIDE THE COMPARISON.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       1000-OPEN-CURSOR-PARA.
           EXEC SQL
               DECLARE RECON-CUR CURSOR FOR
               SELECT X.ORDER_DATE, X.PRODUCT_CODE, SUM(X.QUANTITY)
               FROM (SELECT H.ORDER_DATE, D.PRODUCT_CODE, D.QUANTITY
                     FROM ORDER1 H, ORDER_DETAIL1 D
                     WHERE H.ORDER_ID = D.ORDER_ID
                       AND H.PROD_STATUS NOT IN ('HELD', 'CANCELLED')
                       AND NOT EXISTS
                           (SELECT 1 FROM PURCHASE_ORDER1 P0
                            WHERE P0.DS_ORDER_ID = D.ORDER_ID
                              AND P0.DS_LINE_NUM = D.LINE_NUM)
                       AND NOT EXISTS
                           (SELECT 1 FROM KIT_COMPONENT1 K0
                            WHERE K0.KIT_CODE = D.PRODUCT_CODE)
                     UNION ALL
                     SELECT H.ORDER_DATE, K.COMPONENT_CODE,
                            D.QUANTITY * K.COMPONENT_QTY
                     FROM ORDER1 H, ORDER_DETAIL1 D, KIT_COMPONENT1 K
                     WHERE H.ORDER_ID = D.ORDER_ID
                       AND H.PROD_STATUS NOT IN ('HELD', 'CANCELLED')
                       AND NOT EXISTS
                           (SELECT 1 FROM PURCHASE_ORDER1 P0
                            WHERE P0.DS_ORDER_ID = D.ORDER_ID
                              AND P0.DS_LINE_NUM = D.LINE_NUM)
                       AND K.KIT_CODE = D.PRODUCT_CODE) X
               GROUP BY X.ORDER_DATE, X.PRODUCT_CODE
               ORDER BY X.ORDER_DATE, X.PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN RECON-CUR
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM20' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM20' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM20' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM20 HELD - WAITING ON ' GATR-WAIT-JOB
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
