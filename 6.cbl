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
             INCLUDE STKLOC1
           END-EXEC.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
           EXEC SQL
             INCLUDE KITCMP1
           END-EXEC.
       COPY RECOV1.
       COPY LOTREQ1.
       COPY NTFREQ1.
       COPY PRCREQ1.
       COPY GRPREQ1.
       COPY DSPREQ1.
       77 WS-RCVR-QNAME   PIC X(08).
       77 WS-RESP         PIC S9(8) COMP.
       77 WS-ABS-TIME     PIC S9(15) COMP.
       01 WS-STOCK-OK-SW    PIC X(01) VALUE 'Y'.
       01 WS-STOCK-FAIL-SW  PIC X(01) VALUE 'N'.
          88 WS-STOCK-FAIL        VALUE 'Y'.
       01 WS-DROP-FAIL-SW   PIC X(01) VALUE 'N'.
          88 WS-DROP-FAIL         VALUE 'Y'.
      *
       77 WS-OSL-OLD-STATUS  PIC X(10).
       77 WS-OSL-NEW-STATUS  PIC X(10).
         05 WS-SHIPTO        PIC X(04).
         05 WS-REQDATE       PIC X(10).
         05 WS-SUBST-FROM    PIC X(06).
         05 WS-LINE-UOM-TAB OCCURS 5 TIMES.
            10 WS-LN-UOM      PIC X(02).
            10 WS-LN-UOM-QTY  PIC 9(03).
       01 WS-FILL-COMME      PIC X(10) VALUE 'COMM ENDS'.
       01 WS-ORD-ID          PIC X(06).
       01 WS-MAX-ID          PIC X(06).
       01 WS-RCPT-QTY-DISP   PIC ZZ9.
       01 WS-RCPT-AMT-DISP   PIC ZZZZZ9.99.
       77 WS-LINE-TAX-SUM      PIC S9(10)V9(2) COMP-3.
       77 WS-PROMO-SAVING      PIC S9(4)V9(2) COMP-3.
       77 WS-LINE-SAVING       PIC S9(8)V9(2) COMP-3.
       01 WS-RCPT-SAV-DISP     PIC ZZZZ9.99.
       01 WS-AVAILABLE-CREDIT PIC S9(8)V9(2) COMP-3.
       01 WS-CREDIT-OK-SW     PIC X(01) VALUE 'Y'.
       01 WS-KIT-COMPS        PIC S9(9) COMP.
       01 WS-KIT-AVAIL        PIC S9(4) COMP.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM.
            10 LK-SHIPTO        PIC X(04).
            10 LK-REQDATE       PIC X(10).
            10 LK-SUBST-FROM    PIC X(06).
            10 LK-LINE-UOM-TAB OCCURS 5 TIMES.
               15 LK-LN-UOM      PIC X(02).
               15 LK-LN-UOM-QTY  PIC 9(03).
      *                                                
       PROCEDURE DIVISION.                             
       0000-MAIN-PARA.                                 
                  PERFORM 1000-SEND-SCREEN1-PARA
                  PERFORM 4000-RETURN-TRANS-PARA
               END-IF
               PERFORM  6659-CHECK-ACCOUNT-OPEN-PARA
               PERFORM  5050-SET-ORDER-ID-PARA
               PERFORM  6666-INSERT-PARA
              WHEN DFHPF9
      *        ORDER'S STATUS LOG SO THE DECISION IS ON RECORD.
               PERFORM  2000-RECV-SCREEN1-PARA
               MOVE 'Y' TO WS-DUP-OVERRIDE-SW
               PERFORM  6659-CHECK-ACCOUNT-OPEN-PARA
               PERFORM  5050-SET-ORDER-ID-PARA
               PERFORM  6666-INSERT-PARA
              WHEN DFHPF4
              MOVE SQLCODE TO WS-SQLCODE
              IF SQLCODE = 0
                 MOVE PRODUCT-PRICE TO WS-PRICE
                 PERFORM 3080-PRICE-LINE-PARA
                 MULTIPLY WS-PRICE BY WS-LN-QUANTITY(WS-LINE-IX)
                          GIVING WS-LINE-AMOUNT
                 ADD WS-LINE-AMOUNT TO WS-SUBTOTAL
                 ADD PRCR-LINE-TAX TO WS-LINE-TAX-SUM
              END-IF
           END-PERFORM.
           PERFORM 3050-APPLY-TAX-DISCOUNT-PARA
           MOVE WS-TOTAL-AMOUNT TO ORDAMTO
           PERFORM 1000-SEND-SCREEN1-PARA
           PERFORM 4000-RETURN-TRANS-PARA.
       3050-APPLY-TAX-DISCOUNT-PARA.
      *    VOLUME DISCOUNT THEN SALES TAX ON THE WHOLE ORDER, WORKED
      *    OUT BY THE SHARED A20PG106 PRICING ROUTINE SO AN ORDER AND
      *    A QUOTE FOR THE SAME LINES COME TO THE SAME TOTAL.
           MOVE 'T' TO PRCR-ACTION
           MOVE WS-SUBTOTAL TO PRCR-SUBTOTAL
           MOVE WS-LINE-TAX-SUM TO PRCR-TAX-SUM
           CALL 'A20PG106' USING PRCR-REQUEST
           MOVE PRCR-DISCOUNT-AMT TO WS-DISCOUNT-AMT
           MOVE PRCR-TAX-AMT TO WS-TAX-AMT
           MOVE PRCR-TOTAL-AMOUNT TO WS-TOTAL-AMOUNT.
       3080-PRICE-LINE-PARA.
      *    CONTRACT PRICE, PRICE BAND, PROMOTION AND THE LINE'S TAX
      *    CLASS PAIR ARE ALL APPLIED BY THE SHARED A20PG106 PRICING
      *    ROUTINE. WS-PRICE COMES IN HOLDING THE LIST PRICE AND GOES
      *    OUT HOLDING THE NET UNIT PRICE; WS-PROMO-SAVING CARRIES THE
      *    PER-UNIT PROMOTION SAVING OUT FOR THE RECEIPT. PRICING
      *    NEVER BLOCKS - IF THE ROUTINE CANNOT PRICE THE LINE THE
      *    LIST PRICE STANDS, UNTAXED.
           MOVE 'U' TO PRCR-ACTION
           MOVE WS-CUSTID TO PRCR-CUSTOMER
           MOVE WS-LN-PROCODE(WS-LINE-IX) TO PRCR-PRODUCT
           MOVE WS-DATE1 TO PRCR-PRICE-DATE
           MOVE WS-LN-QUANTITY(WS-LINE-IX) TO PRCR-QUANTITY
           CALL 'A20PG106' USING PRCR-REQUEST
           IF PRCR-RESULT = 'Y'
              MOVE PRCR-UNIT-PRICE TO WS-PRICE
              MOVE PRCR-PROMO-SAVING TO WS-PROMO-SAVING
           ELSE
              MOVE 0 TO WS-PROMO-SAVING
              MOVE 0 TO PRCR-LINE-TAX
           END-IF.
       6659-CHECK-ACCOUNT-OPEN-PARA.
      *    AN ACCOUNT WRITTEN OFF AS BAD DEBT ON A20PG111 IS CLOSED TO
      *    NEW ORDERS. CHECKED AT CONFIRMATION, NOT JUST WHEN A20PGM4
      *    PICKED THE CUSTOMER, SINCE THE WRITE-OFF MAY HAVE BEEN
      *    APPROVED WHILE THE ORDER WAS BEING KEYED.
           MOVE WS-CUSTID TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF WS-CUSTID TO CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT CUST_STATUS
                INTO :DCLCUSTOMER1.CUST-STATUS
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0 AND CUST-STATUS OF DCLCUSTOMER1 = 'WRITEOFF'
              PERFORM 4950-CLEAR-RECOVERY-PARA
              MOVE 'ACCOUNT CLOSED - BAD DEBT WRITTEN OFF' TO ORDMSG5O
              PERFORM 1000-SEND-SCREEN1-PARA
              PERFORM 4000-RETURN-TRANS-PARA
           END-IF.
       6660-CHECK-DUPLICATE-PARA.
      *    NOTHING USED TO STOP THE SAME ORDER GOING IN TWICE - A
      *    RE-KEY AFTER A SCREEN HICCUP, OR TWO CLERKS ON THE SAME
      *    004), BUT STOCK CAN MOVE BETWEEN THEN AND NOW SO EVERY LINE
      *    IS RE-CHECKED HERE BEFORE ANYTHING IS WRITTEN. IF ANY LINE
      *    IS SHORT, THE WHOLE ORDER IS REJECTED - NO PARTIAL ORDERS.
      *    A DROP-SHIP LINE COMES FROM THE SUPPLIER, NOT THE SHELF,
      *    AND HAS NO STOCK TO CHECK.
           COMPUTE WS-MAP-NUM = FUNCTION NUMVAL-C(ORDAMTI)
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE 'Y' TO WS-STOCK-OK-SW
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
              IF SQLCODE = 0 AND DROP-SHIP NOT = 'Y'
                 PERFORM 6664-KIT-STOCK-PARA
              END-IF
              IF SQLCODE NOT = 0
                 OR (DROP-SHIP NOT = 'Y' AND
                     STOCK-AVAILABILITY < WS-LN-QUANTITY(WS-LINE-IX))
                 MOVE 'N' TO WS-STOCK-OK-SW
              END-IF
           END-PERFORM.
           END-IF
           PERFORM 6700-PRINT-RECEIPT-HDR-PARA
           MOVE 'N' TO WS-STOCK-FAIL-SW
           MOVE 'N' TO WS-DROP-FAIL-SW
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-NUM-LINES OR WS-STOCK-FAIL
              PERFORM 6670-INSERT-LINE-PARA
                  SYNCPOINT ROLLBACK
              END-EXEC
              PERFORM 4950-CLEAR-RECOVERY-PARA
              IF WS-DROP-FAIL
                 IF DSPR-RESULT = 'S'
                    MOVE 'DROP-SHIP ITEM HAS NO SUPPLIER - REFUSED'
                         TO ORDMSG5O
                 ELSE
                    MOVE 'DROP-SHIP PO FAILED - ORDER NOT PLACED' TO
                         ORDMSG5O
                 END-IF
              ELSE
                 MOVE 'STOCK NO LONGER AVAILABLE - ORDER NOT PLACED' TO
                      ORDMSG5O
              END-IF
              PERFORM 1000-SEND-SCREEN1-PARA
              PERFORM 4000-RETURN-TRANS-PARA
           END-IF
           MOVE 'ORD' TO NTFR-EVENT
           PERFORM 6678-QUEUE-NOTIFY-PARA
           PERFORM 6690-PRINT-RECEIPT-TRL-PARA
           PERFORM 4950-CLEAR-RECOVERY-PARA
           MOVE 'ORDER PLACED SUCCESSFULLY' TO ORDMSG5O
           MOVE SPACES TO WS-OSL-OLD-STATUS
           MOVE 'HELD' TO WS-OSL-NEW-STATUS
           PERFORM 6677-LOG-ORDER-STATUS-PARA
           MOVE 'HLD' TO NTFR-EVENT
           PERFORM 6678-QUEUE-NOTIFY-PARA
           PERFORM 4950-CLEAR-RECOVERY-PARA
           MOVE 'OVER LIMIT - ORDER HELD FOR SUPERVISOR' TO ORDMSG5O
           PERFORM 1000-SEND-SCREEN1-PARA
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           MOVE PRODUCT-PRICE TO WS-PRICE
           PERFORM 3080-PRICE-LINE-PARA
           MULTIPLY WS-PRICE BY WS-LN-QUANTITY(WS-LINE-IX)
                    GIVING LINE-AMOUNT OF DCLORDER-DETAIL
           MOVE WS-LN-SUBST(WS-LINE-IX) TO
                SUBST-FLAG OF DCLORDER-DETAIL
           MOVE SPACES TO CUST-PART-NO OF DCLORDER-DETAIL
           PERFORM 6679-SET-LINE-UOM-PARA
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
           END-EXEC.
       6679-SET-LINE-UOM-PARA.
      *    THE PACK THE CLERK KEYED THE LINE IN ON A20PGM5. AN ORDER
      *    RESUMED FROM BEFORE PACKS WERE KEYED HAS NO PACK - EACHES.
           IF WS-LN-UOM(WS-LINE-IX) = SPACES OR LOW-VALUES
              MOVE 'EA' TO ORDER-UOM OF DCLORDER-DETAIL
              MOVE WS-LN-QUANTITY(WS-LINE-IX) TO
                   UOM-QTY OF DCLORDER-DETAIL
           ELSE
              MOVE WS-LN-UOM(WS-LINE-IX) TO
                   ORDER-UOM OF DCLORDER-DETAIL
              MOVE WS-LN-UOM-QTY(WS-LINE-IX) TO
                   UOM-QTY OF DCLORDER-DETAIL
           END-IF.
       6674-WRITE-HOLD-ROW-PARA.
           MOVE WS-ORD-ID TO ORDER-ID-TEXT OF DCLORDER-HOLD
           MOVE LENGTH OF WS-ORD-ID TO ORDER-ID-LEN OF DCLORDER-HOLD
           IF GRPR-RESULT = 'O'
              MOVE 'GROUP CREDIT LIMIT EXCEEDED' TO HOLD-REASON-TEXT
              MOVE LENGTH OF 'GROUP CREDIT LIMIT EXCEEDED' TO
                   HOLD-REASON-LEN
           ELSE
              MOVE 'CREDIT LIMIT EXCEEDED' TO HOLD-REASON-TEXT
              MOVE LENGTH OF 'CREDIT LIMIT EXCEEDED' TO
                   HOLD-REASON-LEN
           END-IF
           MOVE WS-DATE1 TO HOLD-DATE
           MOVE WS-TIME TO HOLD-TIME
           MOVE 'PENDING' TO DECISION-TEXT
                      :CHANGE-TIME OF DCLORDER-STATUS-LOG,
                      :CHANGED-BY OF DCLORDER-STATUS-LOG)
           END-EXEC.
       6678-QUEUE-NOTIFY-PARA.
      *    TELLS THE CUSTOMER THE ORDER IS CONFIRMED OR HELD - THE
      *    SHARED A20PGM95 WRITER PARKS THE NOTIFICATION IN THIS UNIT
      *    OF WORK FOR THE A20PGM96 RUN. A NOTIFICATION THAT CANNOT BE
      *    WRITTEN NEVER STOPS THE ORDER.
           MOVE WS-CUSTID TO NTFR-CUSTOMER
           MOVE WS-ORD-ID TO NTFR-ORDER-ID
           MOVE SPACES TO NTFR-DETAIL
           MOVE WS-DATE1 TO NTFR-DATE
           MOVE WS-TIME TO NTFR-TIME
           CALL 'A20PGM95' USING NTFR-REQUEST.
       9210-GET-OPERATOR-PARA.
      *    THE SIGNED-ON USER ID TRAVELS IN A PER-TERMINAL TS QUEUE
      *    WRITTEN BY A20PGM1 AT SIGN-ON (SAME PER-TERMINAL-QUEUE
      *    AFTER THE ORDER1 INSERT SUCCEEDS, SO IT ALWAYS REFLECTS
      *    EVERY CONFIRMED ORDER TO DATE.
           MOVE 'Y' TO WS-CREDIT-OK-SW
           MOVE 'Y' TO GRPR-RESULT
           MOVE WS-CUSTID TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF WS-CUSTID TO CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
              IF WS-MAP-NUM > WS-AVAILABLE-CREDIT
                 MOVE 'N' TO WS-CREDIT-OK-SW
              END-IF
           END-IF
           IF WS-CREDIT-OK-SW = 'Y'
              PERFORM 6667-CHECK-GROUP-CREDIT-PARA
           END-IF.
       6667-CHECK-GROUP-CREDIT-PARA.
      *    A BRANCH INSIDE ITS OWN LIMIT CAN STILL TAKE ITS HEAD
      *    OFFICE'S GROUP OVER THE GROUP LIMIT - A20PG117 SUMS THE
      *    WHOLE GROUP. OVER IT, THE ORDER IS HELD THE SAME WAY.
           MOVE WS-CUSTID TO GRPR-CUSTOMER
           MOVE WS-MAP-NUM TO GRPR-AMOUNT
           CALL 'A20PG117' USING GRPR-REQUEST
           IF GRPR-RESULT NOT = 'Y'
              MOVE 'N' TO WS-CREDIT-OK-SW
           END-IF.
       6670-INSERT-LINE-PARA.
           MOVE ORDER-ID OF DCLORDER1 TO ORDER-ID OF DCLORDER-DETAIL
                PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF WS-LN-PROCODE(WS-LINE-IX) TO
                PRODUCT-CODE-LEN OF DCLPRODUCT1
           MOVE 'N' TO DROP-SHIP
           EXEC SQL
               SELECT PRODUCT_PRICE, DROP_SHIP
                INTO :PRODUCT-PRICE, :DROP-SHIP
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           MOVE PRODUCT-PRICE TO WS-PRICE
           PERFORM 3080-PRICE-LINE-PARA
           MULTIPLY WS-PRICE BY WS-LN-QUANTITY(WS-LINE-IX)
                    GIVING LINE-AMOUNT OF DCLORDER-DETAIL
           MULTIPLY WS-PROMO-SAVING BY WS-LN-QUANTITY(WS-LINE-IX)
      *    DEDUCT STOCK BEFORE INSERTING THE DETAIL LINE SO A RACE
      *    THAT DROPS STOCK BELOW THE REQUESTED QUANTITY REJECTS THE
      *    LINE INSTEAD OF LEAVING ORDER_DETAIL1 WITH A LINE THAT WAS
      *    NEVER ACTUALLY DEDUCTED FROM PRODUCT1. A KIT LINE IS
      *    DEDUCTED FROM ITS COMPONENTS BY A20PGM64 INSTEAD. A
      *    DROP-SHIP LINE TAKES NOTHING OFF THE SHELF - ITS SUPPLIER
      *    PO IS RAISED ONCE THE LINE IS WRITTEN.
           IF DROP-SHIP NOT = 'Y'
              PERFORM 6669-DEDUCT-LINE-PARA
           END-IF
           IF NOT WS-STOCK-FAIL
              MOVE WS-LN-SUBST(WS-LINE-IX) TO
                SUBST-FLAG OF DCLORDER-DETAIL
              MOVE SPACES TO CUST-PART-NO OF DCLORDER-DETAIL
              PERFORM 6679-SET-LINE-UOM-PARA
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
              IF DROP-SHIP = 'Y'
                 PERFORM 6681-RAISE-DROP-SHIP-PARA
              ELSE
                 PERFORM 6676-ALLOCATE-LOTS-PARA
              END-IF
              PERFORM 6680-PRINT-RECEIPT-LINE-PARA
           END-IF.
       6669-DEDUCT-LINE-PARA.
           PERFORM 6671-DEDUCT-KIT-PARA
           EVALUATE LOTR-HANDLED
             WHEN 'S'
                MOVE 'Y' TO WS-STOCK-FAIL-SW
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
                   MOVE 'Y' TO WS-STOCK-FAIL-SW
                ELSE
                   PERFORM 6673-ALLOCATE-LOCATION-PARA
                END-IF
           END-EVALUATE.
       6681-RAISE-DROP-SHIP-PARA.
      *    THE SUPPLIER DELIVERS THIS LINE STRAIGHT TO THE CUSTOMER -
      *    A20PG121 RAISES ITS PO, LINKED TO THE LINE, IN THIS UNIT
      *    OF WORK. NO PO, NO ORDER: THE WHOLE ORDER ROLLS BACK.
           MOVE ORDER-ID-TEXT OF DCLORDER-DETAIL TO DSPR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO DSPR-LINE-NUM
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO DSPR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO DSPR-QTY
           MOVE WS-DATE1 TO DSPR-DATE
           CALL 'A20PG121' USING DSPR-REQUEST
           IF DSPR-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-DROP-FAIL-SW
              MOVE 'Y' TO WS-STOCK-FAIL-SW
           END-IF.
       6664-KIT-STOCK-PARA.
      *    A KIT HOLDS NO STOCK OF ITS OWN - IF THE CODE HAS
      *    KIT_COMPONENT1 ROWS, ITS AVAILABILITY IS HOW MANY WHOLE
      *    KITS THE SCARCEST COMPONENT COVERS (SAME RULE AS THE
      *    A20PGM5 LINE CHECK).
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
       6671-DEDUCT-KIT-PARA.
      *    A20PGM64 TAKES A KIT'S COMPONENTS OUT OF PRODUCT1 AND THE
      *    MAIN SITE ('Y'), REFUSES IF ONE IS SHORT ('S'), OR HANDS A
      *    PLAIN PRODUCT BACK ('N') FOR THE GUARDED UPDATE ABOVE.
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO LOTR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO LOTR-QTY
           MOVE ORDER-ID-TEXT OF DCLORDER-DETAIL TO LOTR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO LOTR-LINE-NUM
           MOVE WS-DATE1 TO LOTR-DATE
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'D' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST.
       6673-ALLOCATE-LOCATION-PARA.
      *    ORDERS ALLOCATE AGAINST THE MAIN DEPOT. THE GUARDED CHECK
      *    ABOVE RAN AGAINST THE ACROSS-SITES TOTAL, SO THE MAIN ROW
      *    SHARED A20PGM64 ALLOCATOR, WHICH WRITES THE MOVEMENT ROWS
      *    ITSELF (ONE PER LOT, EACH STAMPED WITH ITS LOT NUMBER).
      *    A PRODUCT WITH NO STOCK_LOT1 ROWS FALLS BACK TO THE SINGLE
      *    UNTRACKED MOVEMENT ROW EXACTLY AS BEFORE. A KIT COMES BACK
      *    HANDLED - ITS COMPONENTS CARRY THE MOVEMENT ROWS.
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO LOTR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO LOTR-QTY
           MOVE ORDER-ID-TEXT OF DCLORDER-DETAIL TO LOTR-ORDER-ID
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'A' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST
           IF LOTR-HANDLED = 'N'
              PERFORM 6675-LOG-STOCK-MOVEMENT-PARA
