      *STANDING-ORDER GENERATION. WALKS EVERY ACTIVE STANDING_ORDER1
      *TEMPLATE WHOSE NEXT DUE DATE HAS ARRIVED AND GENERATES A REAL
      *ORDER FROM ITS LINES THROUGH THE SAME GATES AS LIVE ENTRY -
      *ORDER_CONTROL NUMBERING, A20PG106 PRICING, THE CREDIT
      *CHECK AND GUARDED STOCK DEDUCTIONS - THEN ROLLS THE DUE DATE
      *FORWARD BY THE TEMPLATE'S FREQUENCY. A TEMPLATE THAT COULD NOT
      *GENERATE (STOCK SHORT, OVER LIMIT) IS REPORTED AND LEFT DUE SO
      *SOMEONE CAN FOLLOW UP AND IT RETRIES NEXT NIGHT. EVERY ORDER
      *GENERATED PARKS A CUSTOMER NOTIFICATION THROUGH A20PGM95.
      *A BRANCH ACCOUNT MUST ALSO KEEP ITS HEAD OFFICE'S GROUP INSIDE
      *THE GROUP CREDIT LIMIT (A20PG117) - 'OVER GROUP LIMIT'. AN
      *ACCOUNT WRITTEN OFF, MERGED OR ANONYMISED IS CLOSED TO NEW
      *ORDERS, SAME AS LIVE ENTRY, SO ITS TEMPLATES ARE SKIPPED. A
      *DROP-SHIP LINE TAKES NO STOCK - A20PG121 RAISES ITS SUPPLIER
      *PO INSTEAD, AS A20PGM6 DOES.
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
             INCLUDE ORDSLG1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
           EXEC SQL
             INCLUDE STKLOC1
           END-EXEC.
           EXEC SQL
             INCLUDE KITCMP1
           END-EXEC.
       COPY LOTREQ1.
       COPY NTFREQ1.
       COPY PRCREQ1.
       COPY GRPREQ1.
       COPY DSPREQ1.
       77 WS-PRICE             PIC S9(04)V9(2) COMP-3.
       77 WS-LINE-AMOUNT       PIC S9(08)V9(2) COMP-3.
       77 WS-SUBTOTAL          PIC S9(10)V9(2) COMP-3.
             10 WS-LN-PROCODE  PIC X(06).
             10 WS-LN-QUANTITY PIC 9(03).
             10 WS-LN-AMOUNT   PIC S9(8)V9(2) COMP-3.
             10 WS-LN-DROP-SHIP PIC X(01).
       01 WS-GENERATED-COUNT   PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-SKIPPED-COUNT     PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-GENERATED-DISP    PIC ZZZZ9.
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       77 WS-LINE-TAX-SUM      PIC S9(10)V9(2) COMP-3.
       01 WS-GEN-OK-SW         PIC X.
          88 WS-GEN-OK              VALUE 'Y'.
       01 WS-KIT-COMPS         PIC S9(9) COMP.
       01 WS-KIT-AVAIL         PIC S9(4) COMP.
       01 WS-BUILD-FAIL-SW     PIC X.
          88 WS-BUILD-FAIL          VALUE 'Y'.
       01 WS-TPL-EOF-SW        PIC X VALUE 'N'.
              MOVE 'TEMPLATE HAS NO LINES' TO WS-SKIP-REASON
           END-IF.
       3200-PRICE-LINES-PARA.
      *    SAME A20PG106 PRICING AS A20PGM6 - EACH LINE PRICED AND
      *    TAXED, THEN THE VOLUME DISCOUNT OVER THE SUBTOTAL.
           MOVE 0 TO WS-SUBTOTAL
           MOVE 0 TO WS-LINE-TAX-SUM
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
              MOVE 'PRODUCT NOT FOUND' TO WS-SKIP-REASON
           ELSE
              MOVE PRODUCT-PRICE TO WS-PRICE
              PERFORM 3260-GET-UNIT-PRICE-PARA
              MULTIPLY WS-PRICE BY WS-LN-QUANTITY(WS-LINE-IX)
                       GIVING WS-LINE-AMOUNT
              MOVE WS-LINE-AMOUNT TO WS-LN-AMOUNT(WS-LINE-IX)
              ADD WS-LINE-AMOUNT TO WS-SUBTOTAL
              ADD PRCR-LINE-TAX TO WS-LINE-TAX-SUM
           END-IF.
       3260-GET-UNIT-PRICE-PARA.
      *    A GENERATED STANDING ORDER IS PRICED BY THE SHARED
      *    A20PG106 PRICING ROUTINE AT THE RUN DATE - CONTRACT, BAND,
      *    PROMOTION AND TAX CLASS PAIR EXACTLY AS LIVE ORDER ENTRY
      *    PRICES IT. WS-PRICE COMES IN HOLDING THE LIST PRICE; IF
      *    THE ROUTINE CANNOT PRICE THE LINE THE LIST PRICE STANDS,
      *    UNTAXED.
           MOVE 'U' TO PRCR-ACTION
           MOVE SPACES TO PRCR-CUSTOMER
           MOVE CUSTOMER-ID-TEXT OF DCLSTANDING-ORDER
                (1:CUSTOMER-ID-LEN OF DCLSTANDING-ORDER)
                TO PRCR-CUSTOMER
           MOVE WS-LN-PROCODE(WS-LINE-IX) TO PRCR-PRODUCT
           MOVE WS-RUN-DATE TO PRCR-PRICE-DATE
           MOVE WS-LN-QUANTITY(WS-LINE-IX) TO PRCR-QUANTITY
           CALL 'A20PG106' USING PRCR-REQUEST
           IF PRCR-RESULT = 'Y'
              MOVE PRCR-UNIT-PRICE TO WS-PRICE
           ELSE
              MOVE 0 TO PRCR-LINE-TAX
           END-IF.
       3280-APPLY-TAX-DISCOUNT-PARA.
      *    VOLUME DISCOUNT AND TAX ON THE ORDER THROUGH THE SAME
      *    A20PG106 ORDER TOTAL AS LIVE ORDER ENTRY.
           MOVE 'T' TO PRCR-ACTION
           MOVE WS-SUBTOTAL TO PRCR-SUBTOTAL
           MOVE WS-LINE-TAX-SUM TO PRCR-TAX-SUM
           CALL 'A20PG106' USING PRCR-REQUEST
           MOVE PRCR-DISCOUNT-AMT TO WS-DISCOUNT-AMT
           MOVE PRCR-TAX-AMT TO WS-TAX-AMT
           MOVE PRCR-TOTAL-AMOUNT TO WS-TOTAL-AMOUNT.
       3300-CHECK-STOCK-PARA.
      *    ALL-OR-NOTHING, SAME RULE AS LIVE ENTRY - IF ANY LINE IS
      *    SHORT THE WHOLE TEMPLATE WAITS FOR ANOTHER NIGHT. A
      *    DROP-SHIP LINE COMES FROM THE SUPPLIER, NOT THE SHELF, AND
      *    HAS NO STOCK TO CHECK - THE FLAG IS KEPT FOR 4200.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-NUM-LINES
                      OR WS-GEN-OK-SW = 'N'
                   PRODUCT-CODE-TEXT OF DCLPRODUCT1
              MOVE LENGTH OF WS-LN-PROCODE(WS-LINE-IX) TO
                   PRODUCT-CODE-LEN OF DCLPRODUCT1
              MOVE 'N' TO DROP-SHIP
              EXEC SQL
                  SELECT STOCK_AVAILABILITY, DROP_SHIP
                   INTO :STOCK-AVAILABILITY, :DROP-SHIP
                   FROM PRODUCT1
                   WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
              END-EXEC
              MOVE DROP-SHIP TO WS-LN-DROP-SHIP(WS-LINE-IX)
              IF SQLCODE = 0 AND DROP-SHIP NOT = 'Y'
                 PERFORM 3350-KIT-STOCK-PARA
              END-IF
              IF SQLCODE NOT = 0
                 OR (DROP-SHIP NOT = 'Y' AND
                     STOCK-AVAILABILITY < WS-LN-QUANTITY(WS-LINE-IX))
                 MOVE 'N' TO WS-GEN-OK-SW
                 MOVE 'STOCK SHORT' TO WS-SKIP-REASON
              END-IF
           END-PERFORM.
       3350-KIT-STOCK-PARA.
      *    A KIT HOLDS NO STOCK OF ITS OWN - IF THE CODE HAS
      *    KIT_COMPONENT1 ROWS, ITS AVAILABILITY IS HOW MANY WHOLE
      *    KITS THE SCARCEST COMPONENT COVERS.
           MOVE 0 TO WS-KIT-COMPS
           MOVE 0 TO WS-KIT-AVAIL
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MIN(COALESCE(P.STOCK_AVAILABILITY, 0)
                                   / K.COMPONENT_QTY), 0)
                INTO :WS-KIT-COMPS, :WS-KIT-AVAIL
                FROM KIT_COMPONENT1 K
                     LEFT OUTER JOIN PRODUCT1 P
                     ON P.PRODUCT_CODE = K.COMPONENT_CODE
                WHERE K.KIT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           IF SQLCODE = 0 AND WS-KIT-COMPS > 0
              MOVE WS-KIT-AVAIL TO STOCK-AVAILABILITY
           END-IF
           MOVE 0 TO SQLCODE.
       3400-CHECK-CREDIT-PARA.
           MOVE CUSTOMER-ID-TEXT OF DCLSTANDING-ORDER TO
                CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE CUSTOMER-ID-LEN OF DCLSTANDING-ORDER TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT OUTSTANDING_BALANCE, CREDIT_LIMIT, CUST_STATUS
                INTO  :DCLCUSTOMER1.OUTSTANDING-BALANCE,
                      :DCLCUSTOMER1.CREDIT-LIMIT,
                      :DCLCUSTOMER1.CUST-STATUS
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
              MOVE 'N' TO WS-GEN-OK-SW
              MOVE 'CUSTOMER NOT FOUND' TO WS-SKIP-REASON
           ELSE
              PERFORM 3410-CHECK-ACCOUNT-OPEN-PARA
           END-IF
           IF WS-GEN-OK
              COMPUTE WS-AVAILABLE-CREDIT =
                      CREDIT-LIMIT OF DCLCUSTOMER1
                      - OUTSTANDING-BALANCE OF DCLCUSTOMER1
              IF WS-TOTAL-AMOUNT > WS-AVAILABLE-CREDIT
                 MOVE 'N' TO WS-GEN-OK-SW
                 MOVE 'OVER CREDIT LIMIT' TO WS-SKIP-REASON
              ELSE
                 PERFORM 3405-CHECK-GROUP-CREDIT-PARA
              END-IF
           END-IF.
       3410-CHECK-ACCOUNT-OPEN-PARA.
      *    A MERGED DUPLICATE (A20PGM85), AN ACCOUNT WRITTEN OFF AS
      *    BAD DEBT (A20PG111) OR ONE WHOSE PERSONAL DATA A20PG112
      *    HAS ERASED TAKES NO NEW ORDERS - SAME RULE AS A20PGM4. THE
      *    TEMPLATE IS REPORTED EVERY NIGHT UNTIL SOMEONE CLOSES IT.
           EVALUATE CUST-STATUS OF DCLCUSTOMER1
             WHEN 'MERGED'
                MOVE 'N' TO WS-GEN-OK-SW
                MOVE 'ACCOUNT MERGED' TO WS-SKIP-REASON
             WHEN 'WRITEOFF'
                MOVE 'N' TO WS-GEN-OK-SW
                MOVE 'ACCOUNT WRITTEN OFF' TO WS-SKIP-REASON
             WHEN 'ANONYMSD'
                MOVE 'N' TO WS-GEN-OK-SW
                MOVE 'ACCOUNT ANONYMISED' TO WS-SKIP-REASON
           END-EVALUATE.
       3405-CHECK-GROUP-CREDIT-PARA.
      *    INSIDE ITS OWN LIMIT, BUT A BRANCH MUST ALSO KEEP ITS
      *    HEAD OFFICE'S GROUP INSIDE THE GROUP LIMIT (A20PG117).
           MOVE CUSTOMER-ID-TEXT OF DCLSTANDING-ORDER TO GRPR-CUSTOMER
           MOVE WS-TOTAL-AMOUNT TO GRPR-AMOUNT
           CALL 'A20PG117' USING GRPR-REQUEST
           IF GRPR-RESULT NOT = 'Y'
              MOVE 'N' TO WS-GEN-OK-SW
              MOVE 'OVER GROUP LIMIT' TO WS-SKIP-REASON
           END-IF.
       4000-BUILD-ORDER-PARA.
           PERFORM 4100-SET-ORDER-ID-PARA
           MOVE WS-ORD-ID TO ORDER-ID-TEXT OF DCLORDER1
      *    THAT CASE THE WHOLE GENERATED ORDER IS ROLLED BACK (SAME
      *    ALL-OR-NOTHING RULE AS A20PGM43'S CONVERSION) AND THE
      *    TEMPLATE IS REPORTED AND LEFT DUE.
      *    A DROP-SHIP PO THAT COULD NOT BE RAISED HAS ALREADY SET
      *    ITS OWN REASON.
           IF WS-BUILD-FAIL
              EXEC SQL
                  ROLLBACK
              END-EXEC
              MOVE 'N' TO WS-GEN-OK-SW
              IF WS-SKIP-REASON = SPACES
                 MOVE 'ORDER BUILD FAILED' TO WS-SKIP-REASON
              END-IF
           ELSE
              EXEC SQL
                  UPDATE CUSTOMER1
                 MOVE 'ORDER BUILD FAILED' TO WS-SKIP-REASON
              ELSE
                 PERFORM 4300-LOG-ORDER-STATUS-PARA
                 PERFORM 4350-QUEUE-NOTIFY-PARA
              END-IF
           END-IF.
       4150-GET-CUSTOMER-REP-PARA.
                QUANTITY OF DCLORDER-DETAIL
           MOVE WS-LN-AMOUNT(WS-LINE-IX) TO
                LINE-AMOUNT OF DCLORDER-DETAIL
      *    A DROP-SHIP LINE TAKES NOTHING OFF THE SHELF - ITS SUPPLIER
      *    PO IS RAISED ONCE THE LINE IS WRITTEN.
           IF WS-LN-DROP-SHIP(WS-LINE-IX) NOT = 'Y'
              PERFORM 4205-DEDUCT-LINE-PARA
           END-IF
           IF NOT WS-BUILD-FAIL
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
                 MOVE 'Y' TO WS-BUILD-FAIL-SW
              ELSE
                 IF WS-LN-DROP-SHIP(WS-LINE-IX) = 'Y'
                    PERFORM 4260-RAISE-DROP-SHIP-PARA
                 ELSE
                    PERFORM 4240-ALLOCATE-LOTS-PARA
                 END-IF
              END-IF
           END-IF.
       4205-DEDUCT-LINE-PARA.
           PERFORM 4210-DEDUCT-KIT-PARA
           EVALUATE LOTR-HANDLED
             WHEN 'S'
                MOVE 'Y' TO WS-BUILD-FAIL-SW
             WHEN 'Y'
                CONTINUE
             WHEN OTHER
                EXEC SQL
                    UPDATE PRODUCT1
                    SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                   - :QUANTITY OF DCLORDER-DETAIL
                    WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                    AND STOCK_AVAILABILITY >=
                        :QUANTITY OF DCLORDER-DETAIL
                END-EXEC
                IF SQLCODE NOT = 0
      *            NO DEDUCTION MEANS NO BILLED LINE AND NO MOVEMENT
      *            ROW - THE CALLER ROLLS THE WHOLE ORDER BACK.
                   MOVE 'Y' TO WS-BUILD-FAIL-SW
                ELSE
                   MOVE PRODUCT-CODE OF DCLPRODUCT1 TO
                        PRODUCT-CODE OF DCLSTOCK-LOCATION
                   COMPUTE WS-LOC-DELTA =
                           0 - QUANTITY OF DCLORDER-DETAIL
                   PERFORM 4230-ADJUST-MAIN-LOC-PARA
                END-IF
           END-EVALUATE.
       4210-DEDUCT-KIT-PARA.
      *    A KIT LINE COMES OFF ITS COMPONENTS THROUGH A20PGM64 ('Y'),
      *    OR IS REFUSED IF ONE IS SHORT ('S'); A PLAIN PRODUCT COMES
      *    BACK 'N' FOR THE GUARDED UPDATE ABOVE.
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO LOTR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO LOTR-QTY
           MOVE ORDER-ID-TEXT OF DCLORDER-DETAIL TO LOTR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO LOTR-LINE-NUM
           MOVE WS-RUN-DATE TO LOTR-DATE
           MOVE WS-RUN-TIME TO LOTR-TIME
           MOVE 'BATCH' TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'D' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST.
       4230-ADJUST-MAIN-LOC-PARA.
      *    KEEPS THE MAIN-DEPOT ROW OF THE SITE SPLIT IN STEP WITH
      *    THE PRODUCT1 TOTAL, SAME RULE AS ORDER ENTRY - THE TOTAL
           MOVE WS-RUN-TIME TO LOTR-TIME
           MOVE 'BATCH' TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'A' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST
           IF LOTR-HANDLED = 'N'
              PERFORM 4250-LOG-STOCK-MOVEMENT-PARA
           END-IF.
       4260-RAISE-DROP-SHIP-PARA.
      *    THE SUPPLIER DELIVERS THIS LINE STRAIGHT TO THE CUSTOMER -
      *    A20PG121 RAISES ITS PO, LINKED TO THE LINE, IN THIS UNIT
      *    OF WORK. NO PO, NO ORDER: 4000 ROLLS THE WHOLE ORDER BACK
      *    AND THE TEMPLATE IS LEFT DUE.
           MOVE ORDER-ID-TEXT OF DCLORDER-DETAIL TO DSPR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO DSPR-LINE-NUM
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO DSPR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO DSPR-QTY
           MOVE WS-RUN-DATE TO DSPR-DATE
           CALL 'A20PG121' USING DSPR-REQUEST
           IF DSPR-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-BUILD-FAIL-SW
              MOVE 'DROP-SHIP PO FAILED' TO WS-SKIP-REASON
           END-IF.
       4250-LOG-STOCK-MOVEMENT-PARA.
           MOVE ORDER-ID OF DCLORDER1 TO
                ORDER-ID OF DCLSTOCK-MOVEMENT
                      :CHANGE-TIME OF DCLORDER-STATUS-LOG,
                      :CHANGED-BY OF DCLORDER-STATUS-LOG)
           END-EXEC.
       4350-QUEUE-NOTIFY-PARA.
      *    THE GENERATED ORDER IS CONFIRMED TO THE CUSTOMER LIKE A
      *    KEYED ONE, THROUGH THE SHARED A20PGM95 WRITER IN THIS
      *    TEMPLATE'S UNIT OF WORK. A NOTIFICATION THAT CANNOT BE
      *    WRITTEN NEVER FAILS THE ORDER.
           MOVE 'ORD' TO NTFR-EVENT
           MOVE CUSTOMER-ID-TEXT OF DCLORDER1 TO NTFR-CUSTOMER
           MOVE WS-ORD-ID TO NTFR-ORDER-ID
           MOVE SPACES TO NTFR-DETAIL
           MOVE WS-RUN-DATE TO NTFR-DATE
           MOVE WS-RUN-TIME TO NTFR-TIME
           CALL 'A20PGM95' USING NTFR-REQUEST.
       4500-ROLL-DUE-DATE-PARA.
      *    NEXT DUE = THIS DUE + FREQUENCY, ROLLED ONLY AFTER A
      *    SUCCESSFUL GENERATION SO A SKIPPED TEMPLATE STAYS DUE.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM45' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM45' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM45' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM45 HELD - WAITING ON ' GATR-WAIT-JOB
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
