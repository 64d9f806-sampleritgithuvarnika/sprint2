       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PGM9.
      *CANCEL ORDER AND RESTORE STOCK. A DROP-SHIP LINE (ONE WITH A
      *PURCHASE_ORDER1 ROW LINKED TO IT) NEVER TOOK STOCK, SO NOTHING
      *IS RESTORED FOR IT - ITS STILL-OPEN PO IS CANCELLED INSTEAD,
      *AND ONCE THE SUPPLIER HAS SHIPPED THE ORDER CANNOT BE CANCELLED.
      *EVERY LINE (AND KIT COMPONENT) PUT BACK LOGS A NEGATIVE 'ORD'
      *MOVEMENT AGAINST ITS ORDER LINE, SAME SIGNED-DELTA RULE AS THE
      *A20PGM30 AMENDMENT, SO THE STOCK TRAIL AND THE A20PG101
      *ROLL-FORWARD ACCOUNT FOR THE UNITS COMING BACK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE STKLOC1
           END-EXEC.
           EXEC SQL
             INCLUDE STKMV1
           END-EXEC.
       COPY ERRHND1.
       COPY LOTREQ1.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
           88 WS-RESTORE-FAIL     VALUE 'Y'.
       77 WS-OSL-OLD-STATUS PIC X(10).
       77 WS-LOC-DELTA      PIC S9(4) COMP.
       77 WS-DS-SHIPPED     PIC S9(4) COMP.
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
                   PERFORM 2000-SEND-PARA
                   PERFORM 8888-RETURN-TRANS-PARA
                END-IF
                PERFORM 5050-CHECK-DROP-SHIP-PARA
                MOVE PROD-STATUS-TEXT OF DCLORDER1(1:PROD-STATUS-LEN
                     OF DCLORDER1) TO WS-OSL-OLD-STATUS
             WHEN 100
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
           MOVE 'N' TO WS-AT-END-SW
           PERFORM 1000-GET-DATE
           PERFORM 9210-GET-OPERATOR-PARA
           EXEC SQL
               DECLARE CANCREST-CUR CURSOR FOR
               SELECT D.PRODUCT_CODE, D.QUANTITY, D.LINE_NUM
               FROM ORDER_DETAIL1 D
               WHERE D.ORDER_ID = :DCLORDER1.ORDER-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM PURCHASE_ORDER1 P0
                      WHERE P0.DS_ORDER_ID = D.ORDER_ID
                        AND P0.DS_LINE_NUM = D.LINE_NUM)
           END-EXEC
           EXEC SQL
               OPEN CANCREST-CUR
              EXEC SQL
                  FETCH CANCREST-CUR
                  INTO :DCLORDER-DETAIL.PRODUCT-CODE,
                       :QUANTITY OF DCLORDER-DETAIL,
                       :LINE-NUM OF DCLORDER-DETAIL
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'Y' TO WS-AT-END-SW
              ELSE
                 PERFORM 5140-RESTORE-KIT-PARA
                 IF LOTR-HANDLED = 'N'
                    PERFORM 5145-RESTORE-PRODUCT-PARA
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 5200-REVERSE-BALANCE-PARA
                PERFORM 5300-CANCEL-DROP-SHIP-PARA
                PERFORM 6500-LOG-ORDER-STATUS-PARA
                MOVE 'ORDER CANCELLED - STOCK RESTORED' TO CANCMSGO
             WHEN 100
                    AND PROD_STATUS NOT IN
                        ('CANCELLED', 'SHIPPED', 'DELIVERED', 'HELD')
           END-EXEC.
       5050-CHECK-DROP-SHIP-PARA.
      *    A DROP-SHIP PO THAT IS NO LONGER OPEN HAS BEEN CONFIRMED
      *    SHIPPED BY THE SUPPLIER ON A20PGM24 - THE GOODS ARE ON THEIR
      *    WAY TO THE CUSTOMER AND THE SUPPLIER WILL INVOICE US.
           MOVE 0 TO WS-DS-SHIPPED
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-DS-SHIPPED
                FROM PURCHASE_ORDER1
                WHERE DS_ORDER_ID = :DCLORDER1.ORDER-ID
                  AND PO_STATUS NOT IN ('OPEN', 'CANCELLED')
           END-EXEC
           IF SQLCODE = 0 AND WS-DS-SHIPPED > 0
              MOVE 'SUPPLIER HAS SHIPPED - CANNOT CANCEL' TO CANCMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       5300-CANCEL-DROP-SHIP-PARA.
      *    THE ORDER'S STILL-OPEN DROP-SHIP POS GO WITH IT, IN THE
      *    SAME UNIT OF WORK, SO A20PGM25 STOPS LISTING THEM AS
      *    OUTSTANDING AND PURCHASING KNOWS TO CALL THE SUPPLIER OFF.
           EXEC SQL
               UPDATE PURCHASE_ORDER1
                  SET PO_STATUS = 'CANCELLED'
                WHERE DS_ORDER_ID = :DCLORDER1.ORDER-ID
                  AND PO_STATUS = 'OPEN'
           END-EXEC.
       5200-REVERSE-BALANCE-PARA.
      *    THE ORDER'S TOTAL WENT ONTO THE CUSTOMER'S OUTSTANDING
      *    BALANCE WHEN A20PGM6 TOOK IT - A CANCELLATION GIVES IT
                                    - :TOTAL-AMOUNT OF DCLORDER1
                WHERE CUSTOMER_ID = :DCLORDER1.CUSTOMER-ID
           END-EXEC.
       5140-RESTORE-KIT-PARA.
      *    A KIT LINE GOES BACK INTO ITS COMPONENTS THROUGH A20PGM64
      *    ('Y'), WHICH LOGS A NEGATIVE 'ORD' ROW PER COMPONENT; A
      *    PLAIN PRODUCT COMES BACK 'N' FOR 5145.
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO LOTR-PRODUCT
           MOVE QUANTITY OF DCLORDER-DETAIL TO LOTR-QTY
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO LOTR-ORDER-ID
           MOVE LINE-NUM OF DCLORDER-DETAIL TO LOTR-LINE-NUM
           MOVE WS-DATE TO LOTR-DATE
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'R' TO LOTR-ACTION
           MOVE 'ORD' TO LOTR-MOVE-TYPE
           MOVE SPACES TO LOTR-REASON
           CALL 'A20PGM64' USING LOTR-REQUEST.
       5145-RESTORE-PRODUCT-PARA.
      *    THE LINE'S UNITS GO BACK ON THE PRODUCT TOTAL AND THE MAIN
      *    SITE, AND A NEGATIVE 'ORD' ROW KEYED TO THE LINE UNDOES
      *    ITS ORIGINAL DEDUCTION ON THE MOVEMENT TRAIL.
           EXEC SQL
               UPDATE PRODUCT1
               SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                         + :QUANTITY OF DCLORDER-DETAIL
               WHERE PRODUCT_CODE = :DCLORDER-DETAIL.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-RESTORE-FAIL-SW
              MOVE 'Y' TO WS-AT-END-SW
           ELSE
              MOVE PRODUCT-CODE OF DCLORDER-DETAIL TO
                   PRODUCT-CODE OF DCLSTOCK-LOCATION
              MOVE QUANTITY OF DCLORDER-DETAIL TO
                   WS-LOC-DELTA
              PERFORM 5150-ADJUST-MAIN-LOC-PARA
              PERFORM 5160-LOG-RESTORE-MOVEMENT-PARA
           END-IF.
       5160-LOG-RESTORE-MOVEMENT-PARA.
           MOVE ORDER-ID OF DCLORDER1 TO
                ORDER-ID OF DCLSTOCK-MOVEMENT
           MOVE LINE-NUM OF DCLORDER-DETAIL TO
                LINE-NUM OF DCLSTOCK-MOVEMENT
           MOVE PRODUCT-CODE OF DCLORDER-DETAIL TO
                PRODUCT-CODE OF DCLSTOCK-MOVEMENT
           COMPUTE QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT =
                   0 - QUANTITY OF DCLORDER-DETAIL
           MOVE WS-DATE TO MOVEMENT-DATE OF DCLSTOCK-MOVEMENT
           MOVE WS-TIME TO MOVEMENT-TIME OF DCLSTOCK-MOVEMENT
           MOVE 'ORD' TO MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT
           MOVE WS-OPERATOR TO MOVED-BY OF DCLSTOCK-MOVEMENT
           MOVE SPACES TO REASON-CODE OF DCLSTOCK-MOVEMENT
           MOVE 'MAIN' TO LOC-ID OF DCLSTOCK-MOVEMENT
           MOVE SPACES TO LOT-NUMBER OF DCLSTOCK-MOVEMENT
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT VALUES(
                      :DCLSTOCK-MOVEMENT.ORDER-ID,
                      :LINE-NUM OF DCLSTOCK-MOVEMENT,
                      :DCLSTOCK-MOVEMENT.PRODUCT-CODE,
                      :QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-DATE OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-TIME OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT,
                      :MOVED-BY OF DCLSTOCK-MOVEMENT,
                      :REASON-CODE OF DCLSTOCK-MOVEMENT,
                      :LOC-ID OF DCLSTOCK-MOVEMENT,
                      :LOT-NUMBER OF DCLSTOCK-MOVEMENT)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-RESTORE-FAIL-SW
              MOVE 'Y' TO WS-AT-END-SW
           END-IF.
       5150-ADJUST-MAIN-LOC-PARA.
      *    KEEPS THE MAIN-DEPOT ROW OF THE SITE SPLIT IN STEP WITH
      *    THE PRODUCT1 TOTAL, SAME RULE AS ORDER ENTRY - THE TOTAL
