      *RELEASE ONE (COMPLETING THE STOCK DEDUCTION, MOVEMENT ROWS AND
      *BALANCE UPDATE EXACTLY AS A NORMAL ORDER WOULD HAVE) OR REJECT
      *IT WITH A REASON. THE CLERK KEYED THE ORDER ONCE - THE DECISION
      *HAPPENS HERE, NOT ON THE PHONE. A RELEASED ORDER PARKS THE
      *CUSTOMER'S CONFIRMATION NOTIFICATION THROUGH A20PGM95. THE
      *CLERK WHO KEYED AN ORDER CANNOT DECIDE ITS HOLD.
      *ENTER = LIST HELD ORDERS.  PF1 = RELEASE.  PF2 = REJECT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
             INCLUDE SQLCA
           END-EXEC.
       COPY LOTREQ1.
       COPY NTFREQ1.
       COPY DSPREQ1.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
          05 WS-LINE OCCURS 10 TIMES PIC X(70).
       01 WS-STOCK-FAIL-SW PIC X VALUE 'N'.
          88 WS-STOCK-FAIL        VALUE 'Y'.
       01 WS-DROP-FAIL-SW  PIC X VALUE 'N'.
          88 WS-DROP-FAIL         VALUE 'Y'.
       01 WS-AT-END-SW     PIC X VALUE 'N'.
          88 WS-AT-END            VALUE 'Y'.
       77 WS-OSL-NEW-STATUS PIC X(10).
           MOVE HLDIDI TO ORDER-ID-TEXT OF DCLORDER1
           MOVE LENGTH OF HLDIDI TO ORDER-ID-LEN OF DCLORDER1
           EXEC SQL
              SELECT CUSTOMER_ID, PROD_STATUS, TOTAL_AMOUNT,
                     ENTERED_BY
              INTO  :DCLORDER1.CUSTOMER-ID,
                    :DCLORDER1.PROD-STATUS,
                    :TOTAL-AMOUNT OF DCLORDER1,
                    :ENTERED-BY OF DCLORDER1
              FROM ORDER1
              WHERE ORDER_ID = :DCLORDER1.ORDER-ID
           END-EXEC
              MOVE 'ORDER IS NOT ON CREDIT HOLD' TO HLDMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    SEGREGATION OF DUTIES - THE CLERK WHO KEYED THE ORDER MAY
      *    NOT RELEASE OR REJECT IT FROM THE HOLD.
           PERFORM 9210-GET-OPERATOR-PARA
           IF WS-OPERATOR NOT = SPACES
              AND ENTERED-BY OF DCLORDER1 = WS-OPERATOR
              MOVE 'ORDER KEYED BY YOU - CANNOT SELF-APPROVE' TO HLDMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       9210-GET-OPERATOR-PARA.
      *    SIGNED-ON USER ID OFF THE PER-TERMINAL USID TS QUEUE
           PERFORM 1000-GET-DATE
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE 'N' TO WS-STOCK-FAIL-SW
           MOVE 'N' TO WS-DROP-FAIL-SW
           PERFORM 5100-DEDUCT-LINES-PARA
           IF WS-STOCK-FAIL
              EXEC CICS
                  SYNCPOINT ROLLBACK
              END-EXEC
              IF WS-DROP-FAIL
                 MOVE 'DROP-SHIP PO FAILED - ORDER STAYS HELD' TO
                      HLDMSGO
              ELSE
                 MOVE 'STOCK NOW SHORT - ORDER STAYS HELD' TO HLDMSGO
              END-IF
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 7000-RECORD-DECISION-PARA
           MOVE 'CONFIRMED' TO WS-OSL-NEW-STATUS
           PERFORM 7500-LOG-ORDER-STATUS-PARA
           PERFORM 5300-QUEUE-NOTIFY-PARA
           MOVE 'ORDER RELEASED AND CONFIRMED' TO HLDMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5100-DEDUCT-LINES-PARA.
      *    A DROP-SHIP LINE TAKES NO STOCK - ITS SUPPLIER PO IS RAISED
      *    NOW INSTEAD, EXACTLY AS A20PGM6 WOULD HAVE.
           MOVE TOTAL-AMOUNT OF DCLORDER1 TO WS-ORDER-TOTAL
           MOVE 'N' TO WS-AT-END-SW
           EXEC SQL
               DECLARE HLDREL-CUR CURSOR FOR
               SELECT D.LINE_NUM, D.PRODUCT_CODE, D.QUANTITY,
                      COALESCE(P.DROP_SHIP, 'N')
               FROM ORDER_DETAIL1 D
                    LEFT OUTER JOIN PRODUCT1 P
                    ON P.PRODUCT_CODE = D.PRODUCT_CODE
               WHERE D.ORDER_ID = :DCLORDER1.ORDER-ID
               ORDER BY D.LINE_NUM
           END-EXEC
           EXEC SQL
               OPEN HLDREL-CUR
                  FETCH HLDREL-CUR
                  INTO :LINE-NUM OF DCLORDER-DETAIL,
                       :DCLORDER-DETAIL.PRODUCT-CODE,
                       :QUANTITY OF DCLORDER-DETAIL,
                       :DROP-SHIP
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-AT-END-SW
              ELSE
                 IF DROP-SHIP = 'Y'
                    PERFORM 5160-RAISE-DROP-SHIP-PARA
                 ELSE
                    PERFORM 5140-DEDUCT-KIT-PARA
                    EVALUATE LOTR-HANDLED
                      WHEN 'S'
                         MOVE 'Y' TO WS-STOCK-FAIL-SW
                         MOVE 'Y' TO WS-AT-END-SW
                      WHEN 'Y'
                         PERFORM 5150-ALLOCATE-LOTS-PARA
                      WHEN OTHER
                         PERFORM 5145-DEDUCT-PRODUCT-PARA
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE HLDREL-CUR
           END-EXEC.
       5140-DEDUCT-KIT-PARA.
      *    A KIT LINE COMES OFF ITS COMPONENTS THROUGH A20PGM64 ('Y'),
      *    OR IS REFUSED IF ONE IS SHORT ('S'); A PLAIN PRODUCT COMES
      *    BACK 'N' FOR THE GUARDED UPDATE IN 5145.
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO LOTR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO LOTR-QTY
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO LOTR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO LOTR-LINE-NUM
           MOVE WS-DATE TO LOTR-DATE
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'D' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST.
       5145-DEDUCT-PRODUCT-PARA.
           EXEC SQL
               UPDATE PRODUCT1
               SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                         - :QUANTITY OF DCLORDER-DETAIL
               WHERE PRODUCT_CODE =
                     :DCLORDER-DETAIL.PRODUCT-CODE
               AND STOCK_AVAILABILITY >=
                   :QUANTITY OF DCLORDER-DETAIL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-STOCK-FAIL-SW
              MOVE 'Y' TO WS-AT-END-SW
           ELSE
              MOVE PRODUCT-CODE OF DCLORDER-DETAIL TO
                   PRODUCT-CODE OF DCLSTOCK-LOCATION
              COMPUTE WS-LOC-DELTA =
                      0 - QUANTITY OF DCLORDER-DETAIL
              PERFORM 5250-ADJUST-MAIN-LOC-PARA
              PERFORM 5150-ALLOCATE-LOTS-PARA
           END-IF.
       5150-ALLOCATE-LOTS-PARA.
      *    LOT-TRACKED STOCK GOES OUT OLDEST LOT FIRST THROUGH THE
      *    SHARED A20PGM64 ALLOCATOR, WHICH WRITES THE MOVEMENT ROWS
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'A' TO LOTR-ACTION
           CALL 'A20PGM64' USING LOTR-REQUEST
           IF LOTR-HANDLED = 'N'
              PERFORM 5200-LOG-MOVEMENT-PARA
           END-IF.
       5160-RAISE-DROP-SHIP-PARA.
      *    A20PG121 RAISES THE LINE'S PO TO ITS SUPPLIER, LINKED TO
      *    THE LINE, IN THIS UNIT OF WORK - A FAILURE ROLLS THE WHOLE
      *    RELEASE BACK AND THE ORDER STAYS HELD.
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO DSPR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO DSPR-LINE-NUM
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO DSPR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO DSPR-QTY
           MOVE WS-DATE TO DSPR-DATE
           CALL 'A20PG121' USING DSPR-REQUEST
           IF DSPR-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-DROP-FAIL-SW
              MOVE 'Y' TO WS-STOCK-FAIL-SW
              MOVE 'Y' TO WS-AT-END-SW
           END-IF.
       5200-LOG-MOVEMENT-PARA.
           MOVE ORDER-ID OF DCLORDER1 TO
                ORDER-ID OF DCLSTOCK-MOVEMENT
                WHERE PRODUCT_CODE = :DCLSTOCK-LOCATION.PRODUCT-CODE
                  AND LOCATION_ID = :LOCATION-ID
           END-EXEC.
       5300-QUEUE-NOTIFY-PARA.
      *    THE CUSTOMER WAS TOLD THE ORDER WAS HELD - NOW TELL THEM
      *    IT IS CONFIRMED, THROUGH THE SHARED A20PGM95 WRITER IN THIS
      *    UNIT OF WORK. A NOTIFICATION THAT CANNOT BE WRITTEN NEVER
      *    STOPS THE RELEASE.
           MOVE 'ORD' TO NTFR-EVENT
           MOVE CUSTOMER-ID-TEXT OF DCLORDER1 TO NTFR-CUSTOMER
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO NTFR-ORDER-ID
           MOVE SPACES TO NTFR-DETAIL
           MOVE WS-DATE TO NTFR-DATE
           MOVE WS-TIME TO NTFR-TIME
           CALL 'A20PGM95' USING NTFR-REQUEST.
       6000-REJECT-ORDER-PARA.
      *    THE SUPERVISOR SAID NO - THE ORDER BECOMES CANCELLED (NO
      *    STOCK WAS EVER DEDUCTED AND NO BALANCE ADDED FOR A HELD
