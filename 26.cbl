      *OLDEST FIRST AND TURNS EACH ONE INTO A REAL ORDER1/
      *ORDER_DETAIL1 ORDER THROUGH THE SAME GATES AS LIVE ORDER ENTRY
      *- ORDER_CONTROL NUMBERING, A GUARDED STOCK DEDUCTION, THE
      *SHARED A20PG106 PRICING AND THE CREDIT-LIMIT CHECK. A ROW THAT
      *STILL CANNOT RELEASE (STOCK SHORT, OVER LIMIT) IS LEFT WAITING
      *AND REPORTED SO SOMEONE CAN FOLLOW UP. EVERY ORDER RELEASED
      *PARKS A CUSTOMER NOTIFICATION THROUGH A20PGM95.
      *A BRANCH ACCOUNT MUST ALSO KEEP ITS HEAD OFFICE'S GROUP INSIDE
      *THE GROUP CREDIT LIMIT (A20PG117) - 'OVER GROUP LIMIT'. AN
      *ACCOUNT WRITTEN OFF, MERGED OR ANONYMISED IS CLOSED TO NEW
      *ORDERS, SAME AS LIVE ENTRY, SO ITS BACKORDERS ARE LEFT WAITING.
      *A DROP-SHIP PRODUCT TAKES NO STOCK - A20PG121 RAISES ITS
      *SUPPLIER PO INSTEAD, AS A20PGM6 DOES.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE STKMV1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
           EXEC SQL
             INCLUDE STKLOC1
           END-EXEC.
       COPY LOTREQ1.
       COPY NTFREQ1.
       COPY PRCREQ1.
       COPY GRPREQ1.
       COPY DSPREQ1.
       77 WS-PRICE             PIC S9(04)V9(2) COMP-3.
       77 WS-LINE-AMOUNT       PIC S9(08)V9(2) COMP-3.
       77 WS-SUBTOTAL          PIC S9(10)V9(2) COMP-3.
       01 WS-RELEASE-OK-SW     PIC X.
          88 WS-RELEASE-OK          VALUE 'Y'.
       77 WS-LINE-TAX-SUM      PIC S9(10)V9(2) COMP-3.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
           IF WS-RELEASE-OK
              PERFORM 3200-CHECK-CREDIT-PARA
           END-IF
      *    A DROP-SHIP LINE COMES FROM THE SUPPLIER, NOT THE SHELF.
           IF WS-RELEASE-OK AND DROP-SHIP NOT = 'Y'
              PERFORM 3300-DEDUCT-STOCK-PARA
           END-IF
           IF WS-RELEASE-OK
           END-IF.
       3100-PRICE-LINE-PARA.
           MOVE 0 TO WS-LINE-TAX-SUM
      *    SAME A20PG106 PRICING AS A20PGM6 3000-CALCULATE-AMOUNT,
      *    FOR A ONE-LINE ORDER.
           MOVE PRODUCT-CODE-TEXT OF DCLBACKORDER1 TO
                PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE PRODUCT-CODE-LEN OF DCLBACKORDER1 TO
                PRODUCT-CODE-LEN OF DCLPRODUCT1
           MOVE 'N' TO DROP-SHIP
           EXEC SQL
               SELECT PRODUCT_PRICE, DROP_SHIP
                INTO :PRODUCT-PRICE, :DROP-SHIP
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
              MOVE 'PRODUCT NOT FOUND' TO WS-SKIP-REASON
           ELSE
              MOVE PRODUCT-PRICE TO WS-PRICE
              PERFORM 3180-GET-UNIT-PRICE-PARA
              MULTIPLY WS-PRICE BY BO-QUANTITY
                       GIVING WS-LINE-AMOUNT
              MOVE WS-LINE-AMOUNT TO WS-SUBTOTAL
              ADD PRCR-LINE-TAX TO WS-LINE-TAX-SUM
              PERFORM 3150-APPLY-TAX-DISCOUNT-PARA
           END-IF.
       3180-GET-UNIT-PRICE-PARA.
      *    A RELEASED BACKORDER IS PRICED BY THE SHARED A20PG106
      *    PRICING ROUTINE AT THE RUN DATE - CONTRACT, BAND,
      *    PROMOTION AND TAX CLASS PAIR EXACTLY AS LIVE ORDER ENTRY
      *    PRICES IT. WS-PRICE COMES IN HOLDING THE LIST PRICE; IF
      *    THE ROUTINE CANNOT PRICE THE LINE THE LIST PRICE STANDS,
      *    UNTAXED, SO THE RELEASE NEVER BLOCKS ON PRICING.
           MOVE 'U' TO PRCR-ACTION
           MOVE SPACES TO PRCR-CUSTOMER
           MOVE CUSTOMER-ID-TEXT OF DCLBACKORDER1
                (1:CUSTOMER-ID-LEN OF DCLBACKORDER1) TO PRCR-CUSTOMER
           MOVE SPACES TO PRCR-PRODUCT
           MOVE PRODUCT-CODE-TEXT OF DCLPRODUCT1
                (1:PRODUCT-CODE-LEN OF DCLPRODUCT1) TO PRCR-PRODUCT
           MOVE WS-RUN-DATE TO PRCR-PRICE-DATE
           MOVE BO-QUANTITY TO PRCR-QUANTITY
           CALL 'A20PG106' USING PRCR-REQUEST
           IF PRCR-RESULT = 'Y'
              MOVE PRCR-UNIT-PRICE TO WS-PRICE
           ELSE
              MOVE 0 TO PRCR-LINE-TAX
           END-IF.
       3150-APPLY-TAX-DISCOUNT-PARA.
      *    VOLUME DISCOUNT AND TAX ON THE ONE-LINE ORDER, THROUGH THE
      *    SAME A20PG106 ORDER TOTAL AS LIVE ORDER ENTRY.
           MOVE 'T' TO PRCR-ACTION
           MOVE WS-SUBTOTAL TO PRCR-SUBTOTAL
           MOVE WS-LINE-TAX-SUM TO PRCR-TAX-SUM
           CALL 'A20PG106' USING PRCR-REQUEST
           MOVE PRCR-DISCOUNT-AMT TO WS-DISCOUNT-AMT
           MOVE PRCR-TAX-AMT TO WS-TAX-AMT
           MOVE PRCR-TOTAL-AMOUNT TO WS-TOTAL-AMOUNT.
       3200-CHECK-CREDIT-PARA.
           MOVE CUSTOMER-ID-TEXT OF DCLBACKORDER1 TO
                CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE CUSTOMER-ID-LEN OF DCLBACKORDER1 TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT OUTSTANDING_BALANCE, CREDIT_LIMIT, CUST_STATUS
                INTO  :DCLCUSTOMER1.OUTSTANDING-BALANCE,
                      :DCLCUSTOMER1.CREDIT-LIMIT,
                      :DCLCUSTOMER1.CUST-STATUS
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
              MOVE 'N' TO WS-RELEASE-OK-SW
              MOVE 'CUSTOMER NOT FOUND' TO WS-SKIP-REASON
           ELSE
              PERFORM 3210-CHECK-ACCOUNT-OPEN-PARA
           END-IF
           IF WS-RELEASE-OK
              COMPUTE WS-AVAILABLE-CREDIT =
                      CREDIT-LIMIT OF DCLCUSTOMER1
                      - OUTSTANDING-BALANCE OF DCLCUSTOMER1
              IF WS-TOTAL-AMOUNT > WS-AVAILABLE-CREDIT
                 MOVE 'N' TO WS-RELEASE-OK-SW
                 MOVE 'OVER CREDIT LIMIT' TO WS-SKIP-REASON
              ELSE
                 PERFORM 3205-CHECK-GROUP-CREDIT-PARA
              END-IF
           END-IF.
       3210-CHECK-ACCOUNT-OPEN-PARA.
      *    A MERGED DUPLICATE (A20PGM85), AN ACCOUNT WRITTEN OFF AS
      *    BAD DEBT (A20PG111) OR ONE WHOSE PERSONAL DATA A20PG112
      *    HAS ERASED TAKES NO NEW ORDERS - SAME RULE AS A20PGM4.
           EVALUATE CUST-STATUS OF DCLCUSTOMER1
             WHEN 'MERGED'
                MOVE 'N' TO WS-RELEASE-OK-SW
                MOVE 'ACCOUNT MERGED' TO WS-SKIP-REASON
             WHEN 'WRITEOFF'
                MOVE 'N' TO WS-RELEASE-OK-SW
                MOVE 'ACCOUNT WRITTEN OFF' TO WS-SKIP-REASON
             WHEN 'ANONYMSD'
                MOVE 'N' TO WS-RELEASE-OK-SW
                MOVE 'ACCOUNT ANONYMISED' TO WS-SKIP-REASON
           END-EVALUATE.
       3205-CHECK-GROUP-CREDIT-PARA.
      *    INSIDE ITS OWN LIMIT, BUT A BRANCH MUST ALSO KEEP ITS
      *    HEAD OFFICE'S GROUP INSIDE THE GROUP LIMIT (A20PG117).
           MOVE CUSTOMER-ID-TEXT OF DCLBACKORDER1 TO GRPR-CUSTOMER
           MOVE WS-TOTAL-AMOUNT TO GRPR-AMOUNT
           CALL 'A20PG117' USING GRPR-REQUEST
           IF GRPR-RESULT NOT = 'Y'
              MOVE 'N' TO WS-RELEASE-OK-SW
              MOVE 'OVER GROUP LIMIT' TO WS-SKIP-REASON
           END-IF.
       3300-DEDUCT-STOCK-PARA.
      *    GUARDED THE SAME WAY AS A20PGM6 6670-INSERT-LINE-PARA - THE
      *    WHERE CLAUSE REFUSES THE DEDUCTION IF STOCK IS STILL SHORT.
      *    A KIT COMES OFF ITS COMPONENTS THROUGH A20PGM64; IF ONE OF
      *    THEM IS SHORT THE COMPONENTS ALREADY TAKEN ARE ROLLED BACK.
           PERFORM 3310-DEDUCT-KIT-PARA
           EVALUATE LOTR-HANDLED
             WHEN 'S'
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 'N' TO WS-RELEASE-OK-SW
                MOVE 'STOCK STILL SHORT' TO WS-SKIP-REASON
             WHEN 'Y'
                CONTINUE
             WHEN OTHER
                EXEC SQL
                    UPDATE PRODUCT1
                    SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                              - :BO-QUANTITY
                    WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                    AND STOCK_AVAILABILITY >= :BO-QUANTITY
                END-EXEC
                IF SQLCODE NOT = 0
                   MOVE 'N' TO WS-RELEASE-OK-SW
                   MOVE 'STOCK STILL SHORT' TO WS-SKIP-REASON
                ELSE
                   MOVE PRODUCT-CODE OF DCLPRODUCT1 TO
                        PRODUCT-CODE OF DCLSTOCK-LOCATION
                   COMPUTE WS-LOC-DELTA = 0 - BO-QUANTITY
                   PERFORM 3350-ADJUST-MAIN-LOC-PARA
                END-IF
           END-EVALUATE.
       3310-DEDUCT-KIT-PARA.
      *    A20PGM64 TAKES A KIT'S COMPONENTS OUT ('Y'), REFUSES IF ONE
      *    IS SHORT ('S'), OR HANDS A PLAIN PRODUCT BACK ('N').
           MOVE PRODUCT-CODE-TEXT OF DCLPRODUCT1 TO LOTR-PRODUCT
           MOVE BO-QUANTITY TO LOTR-QTY
           MOVE SPACES TO LOTR-ORDER-ID
           MOVE 0 TO LOTR-LINE-NUM
           MOVE WS-RUN-DATE TO LOTR-DATE
           MOVE WS-RUN-TIME TO LOTR-TIME
           MOVE 'BATCH' TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'D' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST.
       3350-ADJUST-MAIN-LOC-PARA.
      *    KEEPS THE MAIN-DEPOT ROW OF THE SITE SPLIT IN STEP WITH
      *    THE PRODUCT1 TOTAL, SAME RULE AS ORDER ENTRY - THE TOTAL
              MOVE BO-QUANTITY TO QUANTITY OF DCLORDER-DETAIL
              MOVE WS-LINE-AMOUNT TO LINE-AMOUNT OF DCLORDER-DETAIL
              MOVE SPACES TO SUBST-FLAG OF DCLORDER-DETAIL
              MOVE SPACES TO CUST-PART-NO OF DCLORDER-DETAIL
              MOVE 'EA' TO ORDER-UOM OF DCLORDER-DETAIL
              MOVE QUANTITY OF DCLORDER-DETAIL TO
                   UOM-QTY OF DCLORDER-DETAIL
              EXEC SQL
                  INSERT INTO ORDER_DETAIL1 VALUES(
                         :DCLORDER-DETAIL.ORDER-ID,
                         :DCLORDER-DETAIL.PRODUCT-CODE,
                         :QUANTITY OF DCLORDER-DETAIL,
                         :LINE-AMOUNT OF DCLORDER-DETAIL,
                         :SUBST-FLAG OF DCLORDER-DETAIL,
                         :CUST-PART-NO OF DCLORDER-DETAIL,
                         :ORDER-UOM OF DCLORDER-DETAIL,
                         :UOM-QTY OF DCLORDER-DETAIL)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 4900-BUILD-FAILED-PARA
                 IF SQLCODE NOT = 0
                    PERFORM 4900-BUILD-FAILED-PARA
                 ELSE
                    IF DROP-SHIP = 'Y'
                       PERFORM 4195-RAISE-DROP-SHIP-PARA
                    ELSE
                       PERFORM 4190-ALLOCATE-LOTS-PARA
                    END-IF
                 END-IF
                 IF WS-RELEASE-OK
                    PERFORM 4250-LOG-ORDER-STATUS-PARA
                    PERFORM 4300-MARK-RELEASED-PARA
                    PERFORM 4350-QUEUE-NOTIFY-PARA
                    PERFORM 6000-PRINT-RELEASE-PARA
                 END-IF
              END-IF
           MOVE WS-RUN-TIME TO LOTR-TIME
           MOVE 'BATCH' TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'A' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST
           IF LOTR-HANDLED = 'N'
              PERFORM 4200-LOG-STOCK-MOVEMENT-PARA
           END-IF.
       4195-RAISE-DROP-SHIP-PARA.
      *    THE SUPPLIER DELIVERS THIS LINE STRAIGHT TO THE CUSTOMER -
      *    A20PG121 RAISES ITS PO, LINKED TO THE LINE, IN THIS UNIT
      *    OF WORK. NO PO, NO ORDER: THE ROW IS ROLLED BACK AND LEFT
      *    WAITING.
           MOVE ORDER-ID-TEXT OF DCLORDER-DETAIL TO DSPR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO DSPR-LINE-NUM
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO DSPR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO DSPR-QTY
           MOVE WS-RUN-DATE TO DSPR-DATE
           CALL 'A20PG121' USING DSPR-REQUEST
           IF DSPR-RESULT NOT = 'Y'
              PERFORM 4900-BUILD-FAILED-PARA
              MOVE 'DROP-SHIP PO FAILED' TO WS-SKIP-REASON
           END-IF.
       4200-LOG-STOCK-MOVEMENT-PARA.
           MOVE ORDER-ID OF DCLORDER-DETAIL TO
                ORDER-ID OF DCLSTOCK-MOVEMENT
                  AND ENTRY_TIME = :ENTRY-TIME
                  AND BO_STATUS = 'WAITING'
           END-EXEC.
       4350-QUEUE-NOTIFY-PARA.
      *    THE CUSTOMER WAITING ON THE BACKORDER HEARS THE RELEASED
      *    ORDER IS CONFIRMED, THROUGH THE SHARED A20PGM95 WRITER IN
      *    THIS ROW'S UNIT OF WORK. A NOTIFICATION THAT CANNOT BE
      *    WRITTEN NEVER HOLDS UP THE RELEASE.
           MOVE 'ORD' TO NTFR-EVENT
           MOVE CUSTOMER-ID-TEXT OF DCLORDER1 TO NTFR-CUSTOMER
           MOVE WS-ORD-ID TO NTFR-ORDER-ID
           MOVE SPACES TO NTFR-DETAIL
           MOVE WS-RUN-DATE TO NTFR-DATE
           MOVE WS-RUN-TIME TO NTFR-TIME
           CALL 'A20PGM95' USING NTFR-REQUEST.
       6000-PRINT-RELEASE-PARA.
           MOVE BO-QUANTITY TO WS-QTY-DISP
           STRING 'RELEASED ' DELIMITED BY SIZE
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM26' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM26' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM26' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM26 HELD - WAITING ON ' GATR-WAIT-JOB
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
