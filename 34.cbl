      *QUANTITY PER ORDER UNDER IT AND A PICK SUBTOTAL. THE ORDERS
      *COVERED ARE THEN ADVANCED CONFIRMED -> PICKED, WHICH IS WHAT
      *LETS A20PGM18 REFUSE TO SHIP AN ORDER THAT WAS NEVER ON A
      *PICK LIST. A KIT LINE IS EXPLODED INTO ITS KIT_COMPONENT1
      *COMPONENTS (LINE QUANTITY TIMES COMPONENT-QTY) - THE PICKER
      *PULLS THE COMPONENTS OFF THE RACKING AND BOXES THE KIT.
      *A LINE ORDERED IN A PACK (ORDER_DETAIL1.ORDER_UOM) SHOWS THE
      *PACK COUNT BESIDE THE EACHES SO THE PICKER CAN PULL WHOLE CASES
      *OR PALLETS - KIT COMPONENTS ARE ALWAYS PICKED AS EACHES.
      *A DROP-SHIP LINE (ONE WITH A PURCHASE_ORDER1 ROW LINKED TO IT)
      *NEVER PRINTS - THE SUPPLIER SHIPS IT, NOT THE WAREHOUSE - SO AN
      *ORDER OF NOTHING BUT DROP-SHIP LINES STAYS CONFIRMED UNTIL THE
      *SUPPLIER'S CONFIRMATION SHIPS IT ON A20PGM24.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
           EXEC SQL
             INCLUDE ORDSLG1
           END-EXEC.
       01 WS-QTY-DISP          PIC ZZ9.
       01 WS-UOM-QTY-DISP      PIC ZZZ9.
       01 WS-PICK-QTY          PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-PICK-QTY-DISP     PIC ZZZZZ9.
       01 WS-LINE-COUNT        PIC 9(05) USAGE COMP-3 VALUE 0.
           MOVE 0 TO WS-ORDERS-PICKED
           PERFORM 1100-OPEN-CURSOR-PARA
           DISPLAY 'WAREHOUSE PICK LIST ' WS-RUN-DATE
           DISPLAY 'PRODUCT / ORDER    QTY   PACKS'
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
              IF NOT WS-EOF
      *    ONE RACK LOCATION AT A TIME.
           EXEC SQL
               DECLARE PICKLST-CUR CURSOR FOR
               SELECT X.PRODUCT_CODE, X.ORDER_ID, SUM(X.QUANTITY),
                      X.ORDER_UOM, SUM(X.UOM_QTY)
               FROM (SELECT D.PRODUCT_CODE, D.ORDER_ID, D.QUANTITY,
                            O.REQ_DELIVERY_DATE, D.ORDER_UOM,
                            D.UOM_QTY
                     FROM ORDER1 O, ORDER_DETAIL1 D
                     WHERE O.ORDER_ID = D.ORDER_ID
                       AND O.PROD_STATUS = 'CONFIRMED'
                       AND NOT EXISTS
                           (SELECT 1 FROM PURCHASE_ORDER1 P0
                            WHERE P0.DS_ORDER_ID = D.ORDER_ID
                              AND P0.DS_LINE_NUM = D.LINE_NUM)
                       AND NOT EXISTS
                           (SELECT 1 FROM KIT_COMPONENT1 K0
                            WHERE K0.KIT_CODE = D.PRODUCT_CODE)
                     UNION ALL
                     SELECT K.COMPONENT_CODE, D.ORDER_ID,
                            D.QUANTITY * K.COMPONENT_QTY,
                            O.REQ_DELIVERY_DATE, 'EA',
                            D.QUANTITY * K.COMPONENT_QTY
                     FROM ORDER1 O, ORDER_DETAIL1 D, KIT_COMPONENT1 K
                     WHERE O.ORDER_ID = D.ORDER_ID
                       AND O.PROD_STATUS = 'CONFIRMED'
                       AND NOT EXISTS
                           (SELECT 1 FROM PURCHASE_ORDER1 P0
                            WHERE P0.DS_ORDER_ID = D.ORDER_ID
                              AND P0.DS_LINE_NUM = D.LINE_NUM)
                       AND K.KIT_CODE = D.PRODUCT_CODE) X
               GROUP BY X.PRODUCT_CODE, X.ORDER_ID,
                        X.REQ_DELIVERY_DATE, X.ORDER_UOM
               ORDER BY CASE WHEN X.REQ_DELIVERY_DATE = ' '
                             THEN '9999-12-31'
                             ELSE X.REQ_DELIVERY_DATE END,
                        X.PRODUCT_CODE, X.ORDER_ID
           END-EXEC
           EXEC SQL
               OPEN PICKLST-CUR
               FETCH PICKLST-CUR
               INTO :DCLORDER-DETAIL.PRODUCT-CODE,
                    :DCLORDER-DETAIL.ORDER-ID,
                    :QUANTITY OF DCLORDER-DETAIL,
                    :ORDER-UOM OF DCLORDER-DETAIL,
                    :UOM-QTY OF DCLORDER-DETAIL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
              END-IF
           END-IF
           MOVE QUANTITY OF DCLORDER-DETAIL TO WS-QTY-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    ' DELIMITED BY SIZE
                  ORDER-ID-TEXT OF DCLORDER-DETAIL
                     (1:ORDER-ID-LEN OF DCLORDER-DETAIL)
                  '     ' DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           IF ORDER-UOM OF DCLORDER-DETAIL NOT = SPACES AND
              ORDER-UOM OF DCLORDER-DETAIL NOT = 'EA'
              MOVE UOM-QTY OF DCLORDER-DETAIL TO WS-UOM-QTY-DISP
              STRING ' =' DELIMITED BY SIZE
                     WS-UOM-QTY-DISP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ORDER-UOM OF DCLORDER-DETAIL DELIMITED BY SIZE
                     INTO WS-REPORT-LINE(22:)
           END-IF
           DISPLAY WS-REPORT-LINE
           ADD QUANTITY OF DCLORDER-DETAIL TO WS-PICK-QTY
           ADD 1 TO WS-LINE-COUNT
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM34' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM34' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM34' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM34 HELD - WAITING ON ' GATR-WAIT-JOB
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
