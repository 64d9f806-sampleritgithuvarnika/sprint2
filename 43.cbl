      *QUOTATION ENTRY AND CONVERSION. UNTIL NOW THE ONLY WAY TO TELL
      *A CUSTOMER WHAT FIVE LINES WOULD COST - TAX AND VOLUME
      *DISCOUNT INCLUDED - WAS TO KEY A REAL ORDER AND CANCEL IT.
      *THIS SCREEN PRICES UP TO FIVE LINES THROUGH THE SAME A20PG106
      *PRICING ROUTINE AS A20PGM6 WITHOUT TOUCHING STOCK OR
      *CREDIT, WRITES A NUMBERED QUOTE WITH A 30-DAY EXPIRY, QUEUES A
      *QUOTE DOCUMENT TO THE RCPT TDQ, AND CONVERTS A QUOTE INTO A
      *REAL ORDER BY NUMBER WITH STOCK AND CREDIT CHECKED AT
      *CONVERSION TIME - THE ACCOUNT'S OWN LIMIT AND, FOR A BRANCH,
      *ITS HEAD OFFICE'S GROUP CREDIT LIMIT (A20PG117). AN ACCOUNT
      *WRITTEN OFF, MERGED OR ANONYMISED SINCE THE QUOTE WAS GIVEN IS
      *CLOSED TO NEW ORDERS AND THE CONVERSION IS REFUSED. A DROP-SHIP
      *LINE TAKES NO STOCK - A20PG121 RAISES ITS SUPPLIER PO INSTEAD,
      *AS A20PGM6 DOES.
      *ENTER = PRICE ONLY.  PF1 = SAVE QUOTE.  PF2 = CONVERT QUOTE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
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
             INCLUDE SQLCA
           END-EXEC.
       COPY LOTREQ1.
       COPY NTFREQ1.
       COPY PRCREQ1.
       COPY GRPREQ1.
       COPY DSPREQ1.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-SUBTOTAL      PIC S9(10)V9(2) COMP-3.
       77 WS-DISCOUNT-AMT  PIC S9(10)V9(2) COMP-3.
       77 WS-TAX-AMT       PIC S9(10)V9(2) COMP-3.
       77 WS-LINE-TAX-SUM  PIC S9(10)V9(2) COMP-3.
       77 WS-TOTAL-AMOUNT  PIC S9(10)V9(2) COMP-3.
       77 WS-AVAILABLE-CREDIT PIC S9(8)V9(2) COMP-3.
       77 WS-QUOTE-ID      PIC X(06).
          88 WS-PRICE-OK        VALUE 'Y'.
       01 WS-STOCK-FAIL-SW PIC X.
          88 WS-STOCK-FAIL      VALUE 'Y'.
       01 WS-DROP-FAIL-SW  PIC X.
          88 WS-DROP-FAIL       VALUE 'Y'.
       01 WS-QD-EOF-SW     PIC X.
          88 WS-QD-EOF          VALUE 'Y'.
       01 WS-COMM-AREA.
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       4200-PRICE-LINES-PARA.
      *    SAME A20PG106 PRICING AS A20PGM6 3000-CALCULATE-AMOUNT -
      *    BUT NOTHING IS DEDUCTED OR WRITTEN; THE CUSTOMER JUST
      *    HEARS A NUMBER THEY CAN TRUST.
           PERFORM 1000-GET-DATE
           MOVE 0 TO WS-SUBTOTAL
           MOVE 0 TO WS-LINE-TAX-SUM
           MOVE 'Y' TO WS-PRICE-OK-SW
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-NUM-LINES
              MOVE 'N' TO WS-PRICE-OK-SW
           ELSE
              MOVE PRODUCT-PRICE TO WS-PRICE
              PERFORM 4280-GET-UNIT-PRICE-PARA
              MULTIPLY WS-PRICE BY WS-LN-QUANTITY(WS-LINE-IX)
                       GIVING WS-LINE-AMOUNT
              MOVE WS-LINE-AMOUNT TO WS-LN-AMOUNT(WS-LINE-IX)
              ADD WS-LINE-AMOUNT TO WS-SUBTOTAL
              ADD PRCR-LINE-TAX TO WS-LINE-TAX-SUM
           END-IF.
       4280-GET-UNIT-PRICE-PARA.
      *    CONTRACT PRICE, PRICE BAND, PROMOTION AND THE LINE'S TAX
      *    CLASS PAIR THROUGH THE SHARED A20PG106 PRICING ROUTINE,
      *    THE SAME CALL ORDER ENTRY MAKES, SO A QUOTE AND AN ORDER
      *    FOR THE SAME LINES ON THE SAME DAY COME TO THE SAME PENNY.
      *    IF THE ROUTINE CANNOT PRICE THE LINE THE LIST PRICE
      *    STANDS, UNTAXED, AS IT DOES ON AN ORDER.
           MOVE 'U' TO PRCR-ACTION
           MOVE QUOCIDI TO PRCR-CUSTOMER
           MOVE WS-LN-PROCODE(WS-LINE-IX) TO PRCR-PRODUCT
           MOVE WS-DATE TO PRCR-PRICE-DATE
           MOVE WS-LN-QUANTITY(WS-LINE-IX) TO PRCR-QUANTITY
           CALL 'A20PG106' USING PRCR-REQUEST
           IF PRCR-RESULT = 'Y'
              MOVE PRCR-UNIT-PRICE TO WS-PRICE
           ELSE
              MOVE 0 TO PRCR-LINE-TAX
           END-IF.
       4300-APPLY-TAX-DISCOUNT-PARA.
      *    VOLUME DISCOUNT AND TAX ON THE QUOTE THROUGH THE SAME
      *    A20PG106 ORDER TOTAL AS ORDER ENTRY - THE LINE TAX IS
      *    PRORATED BY THE DISCOUNT, NOT A FLAT RATE OVER THE TOTAL.
           MOVE 'T' TO PRCR-ACTION
           MOVE WS-SUBTOTAL TO PRCR-SUBTOTAL
           MOVE WS-LINE-TAX-SUM TO PRCR-TAX-SUM
           CALL 'A20PG106' USING PRCR-REQUEST
           MOVE PRCR-DISCOUNT-AMT TO WS-DISCOUNT-AMT
           MOVE PRCR-TAX-AMT TO WS-TAX-AMT
           MOVE PRCR-TOTAL-AMOUNT TO WS-TOTAL-AMOUNT.
       5000-SAVE-QUOTE-PARA.
           PERFORM 4100-GATHER-LINES-PARA
           PERFORM 4200-PRICE-LINES-PARA
           PERFORM 6200-BUILD-ORDER-PARA.
       6100-CHECK-CREDIT-PARA.
           EXEC SQL
               SELECT OUTSTANDING_BALANCE, CREDIT_LIMIT, CUST_STATUS
                INTO  :OUTSTANDING-BALANCE,
                      :CREDIT-LIMIT,
                      :CUST-STATUS
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLQUOTE1.CUSTOMER-ID
           END-EXEC
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    A MERGED DUPLICATE (A20PGM85), AN ACCOUNT WRITTEN OFF AS
      *    BAD DEBT (A20PG111) OR ONE WHOSE PERSONAL DATA A20PG112
      *    HAS ERASED TAKES NO NEW ORDERS - SAME RULE AS A20PGM4.
           IF CUST-STATUS = 'MERGED'
              MOVE 'ACCOUNT MERGED - USE THE SURVIVOR' TO QUOMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF CUST-STATUS = 'WRITEOFF'
              MOVE 'ACCOUNT CLOSED - BAD DEBT WRITTEN OFF' TO QUOMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF CUST-STATUS = 'ANONYMSD'
              MOVE 'ACCOUNT ANONYMISED - SET UP A NEW ONE' TO QUOMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           COMPUTE WS-AVAILABLE-CREDIT =
                   CREDIT-LIMIT - OUTSTANDING-BALANCE
           IF TOTAL-AMOUNT OF DCLQUOTE1 > WS-AVAILABLE-CREDIT
              MOVE 'OVER CREDIT LIMIT - NOT CONVERTED' TO QUOMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    A BRANCH MUST ALSO KEEP ITS HEAD OFFICE'S GROUP INSIDE
      *    THE GROUP LIMIT (A20PG117).
           MOVE CUSTOMER-ID-TEXT OF DCLQUOTE1 TO GRPR-CUSTOMER
           MOVE TOTAL-AMOUNT OF DCLQUOTE1 TO GRPR-AMOUNT
           CALL 'A20PG117' USING GRPR-REQUEST
           IF GRPR-RESULT NOT = 'Y'
              MOVE 'OVER GROUP CREDIT LIMIT - NOT CONVERTED' TO QUOMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       6200-BUILD-ORDER-PARA.
           PERFORM 6250-SET-ORDER-ID-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE 'N' TO WS-STOCK-FAIL-SW
           MOVE 'N' TO WS-DROP-FAIL-SW
           PERFORM 6300-COPY-LINES-PARA
           IF WS-STOCK-FAIL
              EXEC CICS
                  SYNCPOINT ROLLBACK
              END-EXEC
              IF WS-DROP-FAIL
                 IF DSPR-RESULT = 'S'
                    MOVE 'DROP-SHIP ITEM HAS NO SUPPLIER - REFUSED'
                         TO QUOMSGO
                 ELSE
                    MOVE 'DROP-SHIP PO FAILED - NOT CONVERTED' TO
                         QUOMSGO
                 END-IF
              ELSE
                 MOVE 'STOCK SHORT - QUOTE NOT CONVERTED' TO QUOMSGO
              END-IF
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
                WHERE QUOTE_ID = :DCLQUOTE1.QUOTE-ID
           END-EXEC
           PERFORM 6400-LOG-ORDER-STATUS-PARA
           PERFORM 6450-QUEUE-NOTIFY-PARA
           MOVE WS-ORD-ID TO QUOIDO
           MOVE TOTAL-AMOUNT OF DCLQUOTE1 TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO QUOAMTO
               CLOSE QUOCNV-CUR
           END-EXEC.
       6350-CONVERT-ONE-LINE-PARA.
      *    A DROP-SHIP LINE COMES FROM THE SUPPLIER, NOT THE SHELF -
      *    NOTHING IS DEDUCTED AND ITS SUPPLIER PO IS RAISED ONCE THE
      *    LINE IS WRITTEN.
           MOVE PRODUCT-CODE OF DCLQUOTE-DETAIL TO
                PRODUCT-CODE OF DCLPRODUCT1
           MOVE 'N' TO DROP-SHIP
           EXEC SQL
               SELECT DROP_SHIP
                INTO :DROP-SHIP
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO DROP-SHIP
           END-IF
           IF DROP-SHIP NOT = 'Y'
              PERFORM 6345-DEDUCT-LINE-PARA
           END-IF
           IF NOT WS-STOCK-FAIL
              MOVE ORDER-ID OF DCLORDER1 TO
                   ORDER-ID OF DCLORDER-DETAIL
              MOVE LINE-NUM OF DCLQUOTE-DETAIL TO
              MOVE LINE-AMOUNT OF DCLQUOTE-DETAIL TO
                   LINE-AMOUNT OF DCLORDER-DETAIL
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
      *          A FAILED LINE INSERT JOINS THE SAME ALL-OR-NOTHING
                 MOVE 'Y' TO WS-STOCK-FAIL-SW
                 MOVE 'Y' TO WS-QD-EOF-SW
              ELSE
                 IF DROP-SHIP = 'Y'
                    PERFORM 6390-RAISE-DROP-SHIP-PARA
                 ELSE
                    PERFORM 6370-ALLOCATE-LOTS-PARA
                 END-IF
              END-IF
           END-IF.
       6345-DEDUCT-LINE-PARA.
           PERFORM 6340-DEDUCT-KIT-PARA
           EVALUATE LOTR-HANDLED
             WHEN 'S'
                MOVE 'Y' TO WS-STOCK-FAIL-SW
                MOVE 'Y' TO WS-QD-EOF-SW
             WHEN 'Y'
                CONTINUE
             WHEN OTHER
                EXEC SQL
                    UPDATE PRODUCT1
                    SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                    - :QUANTITY OF DCLQUOTE-DETAIL
                    WHERE PRODUCT_CODE = :DCLQUOTE-DETAIL.PRODUCT-CODE
                    AND STOCK_AVAILABILITY >=
                        :QUANTITY OF DCLQUOTE-DETAIL
                END-EXEC
                IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STOCK-FAIL-SW
                   MOVE 'Y' TO WS-QD-EOF-SW
                ELSE
                   MOVE PRODUCT-CODE OF DCLQUOTE-DETAIL TO
                        PRODUCT-CODE OF DCLSTOCK-LOCATION
                   COMPUTE WS-LOC-DELTA =
                           0 - QUANTITY OF DCLQUOTE-DETAIL
                   PERFORM 6360-ADJUST-MAIN-LOC-PARA
                END-IF
           END-EVALUATE.
       6340-DEDUCT-KIT-PARA.
      *    A KIT LINE COMES OFF ITS COMPONENTS THROUGH A20PGM64 ('Y'),
      *    OR IS REFUSED IF ONE IS SHORT ('S'); A PLAIN PRODUCT COMES
      *    BACK 'N' FOR THE GUARDED UPDATE ABOVE.
           MOVE PRODUCT-CODE-TEXT OF DCLQUOTE-DETAIL TO LOTR-PRODUCT
           MOVE QUANTITY OF DCLQUOTE-DETAIL TO LOTR-QTY
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO LOTR-ORDER-ID
           MOVE LINE-NUM OF DCLQUOTE-DETAIL TO LOTR-LINE-NUM
           MOVE WS-DATE TO LOTR-DATE
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'D' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST.
       6360-ADJUST-MAIN-LOC-PARA.
      *    KEEPS THE MAIN-DEPOT ROW OF THE SITE SPLIT IN STEP WITH
      *    THE PRODUCT1 TOTAL, SAME RULE AS ORDER ENTRY - THE TOTAL
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'A' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST
           IF LOTR-HANDLED = 'N'
              PERFORM 6380-LOG-STOCK-MOVEMENT-PARA
           END-IF.
       6390-RAISE-DROP-SHIP-PARA.
      *    THE SUPPLIER DELIVERS THIS LINE STRAIGHT TO THE CUSTOMER -
      *    A20PG121 RAISES ITS PO, LINKED TO THE LINE, IN THIS UNIT
      *    OF WORK. NO PO, NO ORDER: THE CONVERSION ROLLS BACK WHOLE.
           MOVE ORDER-ID-TEXT OF DCLORDER-DETAIL TO DSPR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO DSPR-LINE-NUM
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO DSPR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO DSPR-QTY
           MOVE WS-DATE TO DSPR-DATE
           CALL 'A20PG121' USING DSPR-REQUEST
           IF DSPR-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-DROP-FAIL-SW
              MOVE 'Y' TO WS-STOCK-FAIL-SW
              MOVE 'Y' TO WS-QD-EOF-SW
           END-IF.
       6380-LOG-STOCK-MOVEMENT-PARA.
           MOVE ORDER-ID OF DCLORDER1 TO
                ORDER-ID OF DCLSTOCK-MOVEMENT
                      :CHANGE-TIME OF DCLORDER-STATUS-LOG,
                      :CHANGED-BY OF DCLORDER-STATUS-LOG)
           END-EXEC.
       6450-QUEUE-NOTIFY-PARA.
      *    THE CONVERTED QUOTE IS A CONFIRMED ORDER LIKE ANY OTHER -
      *    THE SHARED A20PGM95 WRITER PARKS THE CUSTOMER'S
      *    NOTIFICATION IN THIS UNIT OF WORK. A NOTIFICATION THAT
      *    CANNOT BE WRITTEN NEVER STOPS THE CONVERSION.
           MOVE 'ORD' TO NTFR-EVENT
           MOVE CUSTOMER-ID-TEXT OF DCLQUOTE1 TO NTFR-CUSTOMER
           MOVE WS-ORD-ID TO NTFR-ORDER-ID
           MOVE SPACES TO NTFR-DETAIL
           MOVE WS-DATE TO NTFR-DATE
           MOVE WS-TIME TO NTFR-TIME
           CALL 'A20PGM95' USING NTFR-REQUEST.
       9210-GET-OPERATOR-PARA.
           MOVE 'USID' TO WS-USID-QNAME(1:4)
           MOVE EIBTRMID TO WS-USID-QNAME(5:4)
