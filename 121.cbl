       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG121.
      *SHARED DROP-SHIP PURCHASE-ORDER RAISER. BULKY LINES WE NEVER
      *STOCK USED TO BE SOLD BY KEYING THE ORDER, RAISING A PO ON
      *A20PGM24 BY HAND AND THEN OVERRIDING STOCK AND PICK - WHICH
      *LEFT A20PGM20 OUT OF BALANCE AND PHANTOM LINES ON THE A20PGM34
      *PICK LIST. A LINE FOR A PRODUCT1.DROP_SHIP PRODUCT NOW TAKES NO
      *STOCK; THE ORDER WRITER HANDS IT HERE AND AN OPEN
      *PURCHASE_ORDER1 LINE IS RAISED TO THE PRODUCT'S SUPPLIER FOR
      *THE LINE QUANTITY, NUMBERED OFF THE SAME 'PO' ORDER_CONTROL ROW
      *AS A20PGM24, LINKED TO THE ORDER LINE AND CARRYING THE ADDRESS
      *THE SUPPLIER IS TO DELIVER TO. RUNS IN THE CALLER'S UNIT OF
      *WORK - A FAILURE HERE ROLLS THE WHOLE ORDER BACK. SEE
      *DSPREQ1.CPY FOR THE REQUEST AREA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE PROD1
           END-EXEC.
           EXEC SQL
             INCLUDE PORD1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE ORD1
           END-EXEC.
           EXEC SQL
             INCLUDE SHIPTO1
           END-EXEC.
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
       77 WS-PO-NUM            PIC 9(05).
       77 WS-SHIPTO-FOUND-SW   PIC X(01).
      *
       LINKAGE SECTION.
       01 LK-DSPR-REQUEST.
           05 LK-DSPR-ORDER-ID     PIC X(06).
           05 LK-DSPR-LINE-NUM     PIC S9(4) COMP.
           05 LK-DSPR-PRODUCT      PIC X(06).
           05 LK-DSPR-QTY          PIC S9(4) COMP.
           05 LK-DSPR-DATE         PIC X(10).
           05 LK-DSPR-PO-ID        PIC X(06).
           05 LK-DSPR-RESULT       PIC X(01).
           05 LK-DSPR-SQLCODE      PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-DSPR-REQUEST.
       0000-MAIN-PARA.
           MOVE 'Y' TO LK-DSPR-RESULT
           MOVE 0 TO LK-DSPR-SQLCODE
           MOVE SPACES TO LK-DSPR-PO-ID
           PERFORM 1000-GET-SUPPLIER-PARA
           IF LK-DSPR-RESULT = 'Y'
              PERFORM 2000-GET-SHIP-TO-PARA
           END-IF
           IF LK-DSPR-RESULT = 'Y'
              PERFORM 3000-SET-PO-ID-PARA
           END-IF
           IF LK-DSPR-RESULT = 'Y'
              PERFORM 4000-INSERT-PO-PARA
           END-IF
           GOBACK.
       1000-GET-SUPPLIER-PARA.
           MOVE LK-DSPR-PRODUCT TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF LK-DSPR-PRODUCT TO
                PRODUCT-CODE-LEN OF DCLPRODUCT1
           MOVE SPACES TO SUPPLIER-ID-TEXT OF DCLPRODUCT1
           EXEC SQL
               SELECT SUPPLIER_ID
                INTO :DCLPRODUCT1.SUPPLIER-ID
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF SUPPLIER-ID-TEXT OF DCLPRODUCT1 = SPACES
                   MOVE 'S' TO LK-DSPR-RESULT
                END-IF
             WHEN 100
                MOVE 'N' TO LK-DSPR-RESULT
             WHEN OTHER
                PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE.
       2000-GET-SHIP-TO-PARA.
      *    WHERE THE ORDER IS GOING - THE SHIP_TO1 BRANCH IT WAS KEYED
      *    AGAINST, OR THE HEAD-OFFICE ADDRESS WHEN IT HAS NONE (THE
      *    SAME RULE THE A20PGM18 DELIVERY NOTE PRINTS BY).
           MOVE LK-DSPR-ORDER-ID TO ORDER-ID-TEXT OF DCLORDER1
           MOVE LENGTH OF LK-DSPR-ORDER-ID TO
                ORDER-ID-LEN OF DCLORDER1
           EXEC SQL
               SELECT CUSTOMER_ID, SHIP_TO_ID
                INTO :DCLORDER1.CUSTOMER-ID,
                     :DCLORDER1.SHIP-TO-ID
                FROM ORDER1
                WHERE ORDER_ID = :DCLORDER1.ORDER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                MOVE 'N' TO LK-DSPR-RESULT
             WHEN OTHER
                PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE
           MOVE SPACES TO DS-SHIP-NAME
           MOVE SPACES TO DS-SHIP-ADDR
           MOVE 'N' TO WS-SHIPTO-FOUND-SW
           IF LK-DSPR-RESULT = 'Y' AND
              SHIP-TO-ID OF DCLORDER1 NOT = SPACES
              PERFORM 2100-GET-BRANCH-PARA
           END-IF
           IF LK-DSPR-RESULT = 'Y' AND WS-SHIPTO-FOUND-SW = 'N'
              PERFORM 2200-GET-HEAD-OFFICE-PARA
           END-IF.
       2100-GET-BRANCH-PARA.
           MOVE CUSTOMER-ID OF DCLORDER1 TO CUSTOMER-ID OF DCLSHIP-TO
           MOVE SHIP-TO-ID OF DCLORDER1 TO SHIP-TO-ID OF DCLSHIP-TO
           EXEC SQL
               SELECT SHIP_TO_NAME, SHIP_ADDRESS
                INTO :SHIP-TO-NAME, :SHIP-ADDRESS
                FROM SHIP_TO1
                WHERE CUSTOMER_ID = :DCLSHIP-TO.CUSTOMER-ID
                  AND SHIP_TO_ID = :DCLSHIP-TO.SHIP-TO-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE 'Y' TO WS-SHIPTO-FOUND-SW
                MOVE SHIP-TO-NAME-TEXT(1:SHIP-TO-NAME-LEN) TO
                     DS-SHIP-NAME
                MOVE SHIP-ADDRESS-TEXT(1:SHIP-ADDRESS-LEN) TO
                     DS-SHIP-ADDR
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE.
       2200-GET-HEAD-OFFICE-PARA.
           MOVE CUSTOMER-ID OF DCLORDER1 TO
                CUSTOMER-ID OF DCLCUSTOMER1
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS1
                INTO :CUSTOMER-NAME, :ADDRESS1
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE CUSTOMER-NAME-TEXT(1:CUSTOMER-NAME-LEN) TO
                     DS-SHIP-NAME
                MOVE ADDRESS1-TEXT(1:ADDRESS1-LEN) TO DS-SHIP-ADDR
             WHEN 100
                MOVE 'N' TO LK-DSPR-RESULT
             WHEN OTHER
                PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE.
       3000-SET-PO-ID-PARA.
      *    SAME SERIALIZED NUMBERING AS A20PGM24 5050-SET-PO-ID-PARA
      *    - THE UPDATE LOCKS THE 'PO' CONTROL ROW UNTIL THE CALLER'S
      *    SYNCPOINT SO NO TWO POS ARE HANDED THE SAME NUMBER.
           MOVE 'PO' TO CONTROL-ID-TEXT
           MOVE LENGTH OF 'PO' TO CONTROL-ID-LEN
           EXEC SQL
               UPDATE ORDER_CONTROL
                  SET NEXT_ORDER_NUM = NEXT_ORDER_NUM + 1
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           ELSE
              EXEC SQL
                  SELECT NEXT_ORDER_NUM INTO :NEXT-ORDER-NUM
                    FROM ORDER_CONTROL
                   WHERE CONTROL_ID = :CONTROL-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-FAILED-PARA
              ELSE
                 MOVE NEXT-ORDER-NUM TO WS-PO-NUM
                 STRING 'P' DELIMITED BY SIZE
                        WS-PO-NUM DELIMITED BY SIZE
                        INTO LK-DSPR-PO-ID
              END-IF
           END-IF.
       4000-INSERT-PO-PARA.
      *    NO EXPECTED DATE IS KNOWN UNTIL THE SUPPLIER ACKNOWLEDGES -
      *    PURCHASING CHASES IT OFF THE A20PGM25 OPEN-PO LISTING.
           MOVE LK-DSPR-PO-ID TO PO-ID-TEXT
           MOVE LENGTH OF LK-DSPR-PO-ID TO PO-ID-LEN
           MOVE SUPPLIER-ID OF DCLPRODUCT1 TO
                SUPPLIER-ID OF DCLPURCHASE-ORDER
           MOVE PRODUCT-CODE OF DCLPRODUCT1 TO
                PRODUCT-CODE OF DCLPURCHASE-ORDER
           MOVE LK-DSPR-QTY TO ORDER-QTY
           MOVE LK-DSPR-DATE TO PO-DATE
           MOVE SPACES TO EXPECTED-DATE
           MOVE 'OPEN' TO PO-STATUS-TEXT
           MOVE LENGTH OF 'OPEN' TO PO-STATUS-LEN
           MOVE SPACES TO RECEIVED-DATE
           MOVE 0 TO RECEIVED-QTY
           MOVE LK-DSPR-ORDER-ID TO DS-ORDER-ID
           MOVE LK-DSPR-LINE-NUM TO DS-LINE-NUM
           EXEC SQL
               INSERT INTO PURCHASE_ORDER1 VALUES(
                      :PO-ID,
                      :DCLPURCHASE-ORDER.SUPPLIER-ID,
                      :DCLPURCHASE-ORDER.PRODUCT-CODE,
                      :ORDER-QTY,
                      :PO-DATE,
                      :EXPECTED-DATE,
                      :PO-STATUS,
                      :RECEIVED-DATE,
                      :RECEIVED-QTY,
                      :DS-ORDER-ID,
                      :DS-LINE-NUM,
                      :DS-SHIP-NAME,
                      :DS-SHIP-ADDR)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           END-IF.
       9000-SQL-FAILED-PARA.
           MOVE 'E' TO LK-DSPR-RESULT
           MOVE SQLCODE TO LK-DSPR-SQLCODE.
