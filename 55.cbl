      *QUANTITY PAIRS, SAME FILE CONVENTIONS AS THE A20PGM27
      *REMITTANCE READER). EVERY ORDER GOES THROUGH THE SAME GATES AS
      *LIVE ENTRY ON A20PGM5/A20PGM6 - ORDER_CONTROL NUMBERING,
      *A20PG106 PRICING, GUARDED STOCK DEDUCTIONS, THE CREDIT
      *CHECK AND THE ORDER_STATUS_LOG WRITE. AN ORDER THAT FAILS THE
      *CREDIT CHECK IS CAPTURED HELD WITH AN ORDER_HOLD1 ROW FOR THE
      *A20PGM29 SUPERVISOR QUEUE, EXACTLY AS A KEYED ORDER WOULD BE.
      *THE CREDIT CHECK INCLUDES THE A20PG117 GROUP CREDIT LIMIT FOR A
      *BRANCH ACCOUNT, HELD AS 'GROUP CREDIT LIMIT EXCEEDED'.
      *EVERY INPUT ORDER COMES BACK TO THE CUSTOMER ON THE RETURN
      *FILE - ACCEPTED WITH ITS ORDER ID, OR REJECTED WITH THE REASON.
      *EVERY ORDER BUILT, CONFIRMED OR HELD, ALSO PARKS A CUSTOMER
      *NOTIFICATION THROUGH THE A20PGM95 WRITER.
      *AN ITEM CODE ON THE FILE MAY BE THE CUSTOMER'S OWN PART NUMBER
      *(UP TO 15 CHARACTERS) - EACH ONE IS TRANSLATED THROUGH THE
      *CUST_PART_XREF1 CROSS-REFERENCE BEFORE THE LINE IS VALIDATED,
      *AND THE CUSTOMER'S CODE IS KEPT ON THE ORDER_DETAIL1 LINE SO
      *THEIR PAPERWORK QUOTES IT BACK. A CODE WITH NO CROSS-REFERENCE
      *IS TAKEN AS ONE OF OUR OWN PRODUCT CODES, AS BEFORE.
      *AN ACCOUNT WRITTEN OFF, MERGED OR ANONYMISED IS CLOSED TO NEW
      *ORDERS, SAME AS LIVE ENTRY, AND ITS ORDERS ARE REJECTED. A
      *DROP-SHIP LINE TAKES NO STOCK - A20PG121 RAISES ITS SUPPLIER
      *PO INSTEAD, AS A20PGM6 DOES (A HELD ORDER'S PO IS RAISED WHEN
      *A20PGM29 RELEASES IT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
       FD  ORDFIL-FILE
           RECORDING MODE IS F.
       01  ORDFIL-REC               PIC X(132).
       FD  ORDRET-FILE
           RECORDING MODE IS F.
       01  ORDRET-REC               PIC X(180).
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE STKMV1
           END-EXEC.
             INCLUDE ORDHLD1
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
           EXEC SQL
             INCLUDE CPXREF1
           END-EXEC.
       COPY LOTREQ1.
       COPY NTFREQ1.
       COPY PRCREQ1.
       COPY GRPREQ1.
       COPY DSPREQ1.
       77 WS-FILE-STATUS       PIC X(02).
       77 WS-RET-STATUS        PIC X(02).
       77 WS-SQLCODE           PIC -9(04).
       01 WS-IN-CUSTID         PIC X(06).
       01 WS-IN-PAIR-TAB.
          05 WS-IN-PAIR OCCURS 5 TIMES.
             10 WS-IN-PROD     PIC X(15).
             10 WS-IN-QTY      PIC X(03).
       01 WS-LINE-TAB-AREA.
          05 WS-LINE-TAB OCCURS 5 TIMES.
             10 WS-LN-PROCODE  PIC X(06).
             10 WS-LN-QUANTITY PIC 9(03).
             10 WS-LN-AMOUNT   PIC S9(8)V9(2) COMP-3.
             10 WS-LN-CUSTPART PIC X(15).
             10 WS-LN-DROP-SHIP PIC X(01).
       01 WS-ACCEPTED-COUNT    PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-HELD-COUNT        PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-REJECT-COUNT      PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       77 WS-LINE-TAX-SUM      PIC S9(10)V9(2) COMP-3.
       01 WS-KIT-COMPS         PIC S9(9) COMP.
       01 WS-KIT-AVAIL         PIC S9(4) COMP.
       01 WS-ORDER-OK-SW       PIC X.
          88 WS-ORDER-OK            VALUE 'Y'.
       01 WS-CREDIT-OK-SW      PIC X.
                 MOVE 'QUANTITY OUT OF RANGE' TO WS-REJECT-REASON
              ELSE
                 ADD 1 TO WS-NUM-LINES
                 PERFORM 3090-TRANSLATE-PART-PARA
              END-IF
           END-IF.
       3090-TRANSLATE-PART-PARA.
      *    THE CUSTOMER'S OWN ITEM CODE WINS OVER OURS - A TRADE
      *    ACCOUNT'S PART NUMBER THAT HAPPENS TO LOOK LIKE ONE OF OUR
      *    CODES STILL MEANS WHAT THEIR CROSS-REFERENCE SAYS.
           MOVE SPACES TO WS-LN-CUSTPART(WS-NUM-LINES)
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLCUST-PART-XREF
           MOVE LENGTH OF WS-IN-CUSTID TO
                CUSTOMER-ID-LEN OF DCLCUST-PART-XREF
           MOVE WS-IN-PROD(WS-LINE-IX) TO
                CUST-PART-NO OF DCLCUST-PART-XREF
           EXEC SQL
               SELECT PRODUCT_CODE
                INTO :DCLCUST-PART-XREF.PRODUCT-CODE
                FROM CUST_PART_XREF1
                WHERE CUSTOMER_ID = :DCLCUST-PART-XREF.CUSTOMER-ID
                  AND CUST_PART_NO = :DCLCUST-PART-XREF.CUST-PART-NO
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE PRODUCT-CODE-TEXT OF DCLCUST-PART-XREF TO
                     WS-LN-PROCODE(WS-NUM-LINES)
                MOVE WS-IN-PROD(WS-LINE-IX) TO
                     WS-LN-CUSTPART(WS-NUM-LINES)
             WHEN 100
                IF WS-IN-PROD(WS-LINE-IX)(7:9) NOT = SPACES
                   MOVE 'N' TO WS-ORDER-OK-SW
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING 'UNKNOWN PART ' DELIMITED BY SIZE
                          WS-IN-PROD(WS-LINE-IX) DELIMITED BY SPACE
                          INTO WS-REJECT-REASON
                ELSE
                   MOVE WS-IN-PROD(WS-LINE-IX) TO
                        WS-LN-PROCODE(WS-NUM-LINES)
                END-IF
             WHEN OTHER
                MOVE 'N' TO WS-ORDER-OK-SW
                MOVE SQLCODE TO WS-SQLCODE
                MOVE SPACES TO WS-REJECT-REASON
                STRING 'PART XREF ERROR ' DELIMITED BY SIZE
                       WS-SQLCODE DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
           END-EVALUATE.
       3200-PRICE-LINES-PARA.
      *    SAME A20PG106 PRICING AS A20PGM6 - EACH LINE PRICED AND
      *    TAXED, THEN THE VOLUME DISCOUNT OVER THE SUBTOTAL.
           MOVE 0 TO WS-SUBTOTAL
           MOVE 0 TO WS-LINE-TAX-SUM
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
              MOVE 'PRODUCT NOT FOUND' TO WS-REJECT-REASON
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
      *    A FILED ORDER IS PRICED BY THE SHARED A20PG106 PRICING
      *    ROUTINE AT THE RUN DATE - CONTRACT, BAND, PROMOTION AND TAX
      *    CLASS PAIR EXACTLY AS LIVE ORDER ENTRY PRICES IT. WS-PRICE
      *    COMES IN HOLDING THE LIST PRICE; IF THE ROUTINE CANNOT
      *    PRICE THE LINE THE LIST PRICE STANDS, UNTAXED.
           MOVE 'U' TO PRCR-ACTION
           MOVE WS-IN-CUSTID TO PRCR-CUSTOMER
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
      *    SHORT THE WHOLE ORDER IS REJECTED BACK TO THE CUSTOMER. A
      *    DROP-SHIP LINE COMES FROM THE SUPPLIER, NOT THE SHELF, AND
      *    HAS NO STOCK TO CHECK - THE FLAG IS KEPT FOR 4200.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-NUM-LINES
                      OR WS-ORDER-OK-SW = 'N'
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
                 MOVE 'N' TO WS-ORDER-OK-SW
                 MOVE 'STOCK NOT AVAILABLE' TO WS-REJECT-REASON
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
      *    SAME TEST AS A20PGM6 6665-CHECK-CREDIT-PARA. A FAILURE IS
      *    NOT A REJECT - THE ORDER IS CAPTURED HELD FOR THE A20PGM29
      *    SUPERVISOR QUEUE, EXACTLY AS A KEYED ORDER WOULD BE. AN
      *    ACCOUNT CLOSED TO NEW ORDERS IS A REJECT, NOT A HOLD.
           MOVE 'Y' TO WS-CREDIT-OK-SW
           MOVE 'Y' TO GRPR-RESULT
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF WS-IN-CUSTID TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT OUTSTANDING_BALANCE, CREDIT_LIMIT, CUST_STATUS
                INTO  :DCLCUSTOMER1.OUTSTANDING-BALANCE,
                      :DCLCUSTOMER1.CREDIT-LIMIT,
                      :DCLCUSTOMER1.CUST-STATUS
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
              PERFORM 3410-CHECK-ACCOUNT-OPEN-PARA
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-CREDIT-OK-SW
           ELSE
                      - OUTSTANDING-BALANCE OF DCLCUSTOMER1
              IF WS-TOTAL-AMOUNT > WS-AVAILABLE-CREDIT
                 MOVE 'N' TO WS-CREDIT-OK-SW
              ELSE
                 PERFORM 3405-CHECK-GROUP-CREDIT-PARA
              END-IF
           END-IF.
       3410-CHECK-ACCOUNT-OPEN-PARA.
      *    A MERGED DUPLICATE (A20PGM85), AN ACCOUNT WRITTEN OFF AS
      *    BAD DEBT (A20PG111) OR ONE WHOSE PERSONAL DATA A20PG112
      *    HAS ERASED TAKES NO NEW ORDERS - SAME RULE AS A20PGM4.
           EVALUATE CUST-STATUS OF DCLCUSTOMER1
             WHEN 'MERGED'
                MOVE 'N' TO WS-ORDER-OK-SW
                MOVE 'ACCOUNT MERGED - USE SURVIVOR' TO
                     WS-REJECT-REASON
             WHEN 'WRITEOFF'
                MOVE 'N' TO WS-ORDER-OK-SW
                MOVE 'ACCOUNT CLOSED - BAD DEBT' TO WS-REJECT-REASON
             WHEN 'ANONYMSD'
                MOVE 'N' TO WS-ORDER-OK-SW
                MOVE 'ACCOUNT ANONYMISED' TO WS-REJECT-REASON
           END-EVALUATE.
       3405-CHECK-GROUP-CREDIT-PARA.
      *    SAME GROUP TEST AS A20PGM6 6667-CHECK-GROUP-CREDIT-PARA.
           MOVE WS-IN-CUSTID TO GRPR-CUSTOMER
           MOVE WS-TOTAL-AMOUNT TO GRPR-AMOUNT
           CALL 'A20PG117' USING GRPR-REQUEST
           IF GRPR-RESULT NOT = 'Y'
              MOVE 'N' TO WS-CREDIT-OK-SW
           END-IF.
       4000-BUILD-ORDER-PARA.
           PERFORM 4100-SET-ORDER-ID-PARA
           MOVE WS-ORD-ID TO ORDER-ID-TEXT OF DCLORDER1
                 PERFORM 4900-BUILD-FAILED-PARA
              ELSE
                 PERFORM 4250-LOG-ORDER-STATUS-PARA
                 MOVE 'ORD' TO NTFR-EVENT
                 PERFORM 4260-QUEUE-NOTIFY-PARA
                 ADD 1 TO WS-ACCEPTED-COUNT
              END-IF
           END-IF.
      *    DEDUCT STOCK BEFORE INSERTING THE DETAIL LINE, GUARDED THE
      *    SAME WAY AS A20PGM6 6670-INSERT-LINE-PARA - A RACE THAT
      *    DROPS STOCK BELOW THE REQUESTED QUANTITY FAILS THE ORDER
      *    INSTEAD OF LEAVING AN UNDEDUCTED DETAIL LINE. A KIT LINE
      *    IS DEDUCTED FROM ITS COMPONENTS BY A20PGM64 INSTEAD. A
      *    DROP-SHIP LINE TAKES NOTHING OFF THE SHELF - ITS SUPPLIER
      *    PO IS RAISED ONCE THE LINE IS WRITTEN (4210).
           MOVE ORDER-ID OF DCLORDER1 TO
                ORDER-ID OF DCLORDER-DETAIL
           MOVE WS-LINE-IX TO LINE-NUM OF DCLORDER-DETAIL
           MOVE WS-LN-PROCODE(WS-LINE-IX) TO
                PRODUCT-CODE-TEXT OF DCLORDER-DETAIL
           MOVE LENGTH OF WS-LN-PROCODE(WS-LINE-IX) TO
                PRODUCT-CODE-LEN OF DCLORDER-DETAIL
           MOVE WS-LN-QUANTITY(WS-LINE-IX) TO
                QUANTITY OF DCLORDER-DETAIL
           MOVE WS-LN-AMOUNT(WS-LINE-IX) TO
                LINE-AMOUNT OF DCLORDER-DETAIL
           MOVE SPACES TO SUBST-FLAG OF DCLORDER-DETAIL
           MOVE WS-LN-CUSTPART(WS-LINE-IX) TO
                CUST-PART-NO OF DCLORDER-DETAIL
           MOVE 'EA' TO ORDER-UOM OF DCLORDER-DETAIL
           MOVE QUANTITY OF DCLORDER-DETAIL TO
                UOM-QTY OF DCLORDER-DETAIL
           IF WS-LN-DROP-SHIP(WS-LINE-IX) = 'Y'
              PERFORM 4210-INSERT-DETAIL-PARA
           ELSE
              PERFORM 4202-DEDUCT-LINE-PARA
           END-IF.
       4202-DEDUCT-LINE-PARA.
           PERFORM 4205-DEDUCT-KIT-PARA
           EVALUATE LOTR-HANDLED
             WHEN 'S'
                PERFORM 4900-BUILD-FAILED-PARA
             WHEN 'Y'
                PERFORM 4210-INSERT-DETAIL-PARA
             WHEN OTHER
                EXEC SQL
                    UPDATE PRODUCT1
                    SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                      - :WS-LN-QUANTITY(WS-LINE-IX)
                    WHERE PRODUCT_CODE = :WS-LN-PROCODE(WS-LINE-IX)
                    AND STOCK_AVAILABILITY >=
                        :WS-LN-QUANTITY(WS-LINE-IX)
                END-EXEC
                IF SQLCODE NOT = 0
                   PERFORM 4900-BUILD-FAILED-PARA
                ELSE
                   MOVE WS-LN-PROCODE(WS-LINE-IX) TO
                        PRODUCT-CODE-TEXT OF DCLSTOCK-LOCATION
                   MOVE LENGTH OF WS-LN-PROCODE(WS-LINE-IX) TO
                        PRODUCT-CODE-LEN OF DCLSTOCK-LOCATION
                   COMPUTE WS-LOC-DELTA =
                           0 - WS-LN-QUANTITY(WS-LINE-IX)
                   PERFORM 4220-ADJUST-MAIN-LOC-PARA
                   PERFORM 4210-INSERT-DETAIL-PARA
                END-IF
           END-EVALUATE.
       4205-DEDUCT-KIT-PARA.
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
       4210-INSERT-DETAIL-PARA.
           EXEC SQL
               INSERT INTO ORDER_DETAIL1 VALUES(
                      :DCLORDER-DETAIL.ORDER-ID,
                      :LINE-NUM OF DCLORDER-DETAIL,
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
           ELSE
              IF WS-LN-DROP-SHIP(WS-LINE-IX) = 'Y'
                 PERFORM 4235-RAISE-DROP-SHIP-PARA
              ELSE
                 PERFORM 4225-ALLOCATE-LOTS-PARA
              END-IF
           MOVE WS-RUN-TIME TO LOTR-TIME
           MOVE 'BATCH' TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'A' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST
           IF LOTR-HANDLED = 'N'
              PERFORM 4230-LOG-STOCK-MOVEMENT-PARA
                      :LOC-ID OF DCLSTOCK-MOVEMENT,
                      :LOT-NUMBER OF DCLSTOCK-MOVEMENT)
           END-EXEC.
       4235-RAISE-DROP-SHIP-PARA.
      *    THE SUPPLIER DELIVERS THIS LINE STRAIGHT TO THE CUSTOMER -
      *    A20PG121 RAISES ITS PO, LINKED TO THE LINE, IN THIS UNIT
      *    OF WORK. NO PO, NO ORDER: THE WHOLE ORDER ROLLS BACK AND
      *    IS REJECTED.
           MOVE ORDER-ID-TEXT OF DCLORDER-DETAIL TO DSPR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO DSPR-LINE-NUM
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO DSPR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO DSPR-QTY
           MOVE WS-RUN-DATE TO DSPR-DATE
           CALL 'A20PG121' USING DSPR-REQUEST
           IF DSPR-RESULT NOT = 'Y'
              PERFORM 4900-BUILD-FAILED-PARA
              IF DSPR-RESULT = 'S'
                 MOVE 'DROP-SHIP ITEM HAS NO SUPPLIER' TO
                      WS-REJECT-REASON
              ELSE
                 MOVE 'DROP-SHIP PO FAILED' TO WS-REJECT-REASON
              END-IF
           END-IF.
       4250-LOG-ORDER-STATUS-PARA.
           MOVE ORDER-ID OF DCLORDER1 TO
                ORDER-ID OF DCLORDER-STATUS-LOG
                      :CHANGE-TIME OF DCLORDER-STATUS-LOG,
                      :CHANGED-BY OF DCLORDER-STATUS-LOG)
           END-EXEC.
       4260-QUEUE-NOTIFY-PARA.
      *    THE CUSTOMER HEARS THE FILED ORDER WAS CONFIRMED OR HELD,
      *    THE SAME AS A KEYED ONE ON A20PGM6. PARKED IN THIS ORDER'S
      *    UNIT OF WORK, SO A ROLLED-BACK ORDER SENDS NOTHING; A
      *    NOTIFICATION THAT CANNOT BE WRITTEN NEVER REJECTS THE ORDER.
           MOVE WS-IN-CUSTID TO NTFR-CUSTOMER
           MOVE WS-ORD-ID TO NTFR-ORDER-ID
           MOVE SPACES TO NTFR-DETAIL
           MOVE WS-RUN-DATE TO NTFR-DATE
           MOVE WS-RUN-TIME TO NTFR-TIME
           CALL 'A20PGM95' USING NTFR-REQUEST.
       4500-BUILD-HELD-ORDER-PARA.
      *    OVER THE CREDIT LIMIT - CAPTURE THE ORDER HELD FOR THE
      *    A20PGM29 SUPERVISOR QUEUE, SAME AS A20PGM6 6668-HOLD-ORDER-
           IF WS-ORDER-OK
              PERFORM 4560-WRITE-HOLD-ROW-PARA
              PERFORM 4250-LOG-ORDER-STATUS-PARA
              MOVE 'HLD' TO NTFR-EVENT
              PERFORM 4260-QUEUE-NOTIFY-PARA
              ADD 1 TO WS-HELD-COUNT
           END-IF.
       4550-INSERT-HELD-LINE-PARA.
           MOVE WS-LN-AMOUNT(WS-LINE-IX) TO
                LINE-AMOUNT OF DCLORDER-DETAIL
           MOVE SPACES TO SUBST-FLAG OF DCLORDER-DETAIL
           MOVE WS-LN-CUSTPART(WS-LINE-IX) TO
                CUST-PART-NO OF DCLORDER-DETAIL
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
       4560-WRITE-HOLD-ROW-PARA.
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
           MOVE WS-RUN-DATE TO HOLD-DATE
           MOVE WS-RUN-TIME TO HOLD-TIME
           MOVE 'PENDING' TO DECISION-TEXT
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM55' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM55' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM55' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM55 HELD - WAITING ON ' GATR-WAIT-JOB
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
