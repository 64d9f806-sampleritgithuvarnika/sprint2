      *BEEN BOOKED IN THROUGH A20PGM22. PO NUMBERS COME OFF THE 'PO'
      *ROW ON ORDER_CONTROL, THE SAME SERIALIZED PATTERN A20PGM6 USES
      *FOR ORDER NUMBERS.
      *A KEYED QUANTITY MAY BE IN ANY PACK THE PRODUCT COMES IN
      *(POUOM - BLANK MEANS ITS PURCHASE UNIT); A20PG116 TURNS IT INTO
      *EACHES, WHICH IS WHAT THE PO LINE HOLDS AND INQUIRY SHOWS.
      *A DROP-SHIP PO (RAISED BY A20PG121 FROM A CUSTOMER ORDER LINE)
      *NEVER COMES THROUGH A20PGM22 - PF6 WITH ITS PO ID AND THE
      *SUPPLIER'S TRACKING REFERENCE BOOKS THE SUPPLIER'S SHIPPING
      *CONFIRMATION: THE PO IS MARKED RECEIVED IN FULL SO A20PGM70
      *MATCHES THE SUPPLIER'S INVOICE AS USUAL, AND AN ORDER WHOSE
      *EVERY LINE IS DROP-SHIP AND NOW CONFIRMED IS SHIPPED - STATUS
      *LOG, SHIPMENT1 ROW, COGS_LEDGER1 COST AND THE CUSTOMER'S
      *SHIPPED NOTIFICATION, EXACTLY AS A20PGM18 SHIPS ONE - SO
      *INVOICING PICKS IT UP. AN ORDER WITH WAREHOUSE LINES ON IT
      *STILL SHIPS ON A20PGM18 ONCE ITS DROP-SHIP POS ARE CONFIRMED.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
       COPY UOMREQ1.
       COPY NTFREQ1.
      *
           EXEC SQL
             INCLUDE PORD1
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE ORD1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDSLG1
           END-EXEC.
           EXEC SQL
             INCLUDE SHPMT1
           END-EXEC.
           EXEC SQL
             INCLUDE COGSLG1
           END-EXEC.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-PO-ID         PIC X(06).
       77 WS-PO-NUM        PIC 9(05).
       77 WS-QTY-DISP      PIC ZZZ9.
       77 WS-OPERATOR      PIC X(08).
       77 WS-DS-COUNT      PIC S9(4) COMP.
       77 WS-COGS-LINE-QTY PIC S9(4) COMP.
       77 WS-COGS-UNIT-COST PIC S9(4)V9(2) COMP-3.
       01 WS-COGS-EOF-SW   PIC X.
          88 WS-COGS-EOF        VALUE 'Y'.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
            WHEN DFHPF2
              PERFORM 3000-RECEIVE-PARA
              PERFORM 6000-RECEIVE-PO-PARA
            WHEN DFHPF6
              PERFORM 3000-RECEIVE-PARA
              PERFORM 6500-CONFIRM-DROP-SHIP-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
           MOVE LENGTH OF POIDI TO PO-ID-LEN
           EXEC SQL
              SELECT SUPPLIER_ID, PRODUCT_CODE, ORDER_QTY,
                     EXPECTED_DATE, PO_STATUS, DS_ORDER_ID
              INTO  :DCLPURCHASE-ORDER.SUPPLIER-ID,
                    :DCLPURCHASE-ORDER.PRODUCT-CODE,
                    :ORDER-QTY,
                    :EXPECTED-DATE,
                    :PO-STATUS,
                    :DS-ORDER-ID
              FROM PURCHASE_ORDER1
              WHERE PO_ID = :PO-ID
           END-EXEC
                     TO POPRCO
                MOVE ORDER-QTY TO WS-QTY-DISP
                MOVE WS-QTY-DISP TO POQTYO
                MOVE 'EA' TO POUOMO
                MOVE EXPECTED-DATE TO POEXPO
                MOVE PO-STATUS-TEXT(1:PO-STATUS-LEN) TO POSTAO
                IF DS-ORDER-ID = SPACES
                   MOVE 'PO FOUND - PF2 TO MARK RECEIVED' TO POMSGO
                ELSE
                   MOVE SPACES TO POMSGO
                   STRING 'DROP-SHIP FOR ORDER ' DELIMITED BY SIZE
                          DS-ORDER-ID DELIMITED BY SIZE
                          ' - PF6 SHIPS' DELIMITED BY SIZE
                          INTO POMSGO
                END-IF
             WHEN 100
                MOVE 'NO PO FOUND' TO POMSGO
             WHEN OTHER
           MOVE POPRCI TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF POPRCI TO PRODUCT-CODE-LEN OF DCLPRODUCT1
           EXEC SQL
              SELECT SUPPLIER_ID, REORDER_QTY, DROP_SHIP
              INTO  :DCLPRODUCT1.SUPPLIER-ID,
                    :REORDER-QTY OF DCLPRODUCT1,
                    :DROP-SHIP
              FROM PRODUCT1
              WHERE PRODUCT_CODE = :PRODUCT-CODE OF DCLPRODUCT1
           END-EXEC
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
      *    A DROP-SHIP LINE IS NEVER STOCKED - ITS POS ARE RAISED
      *    ONE PER CUSTOMER ORDER LINE BY A20PG121 AT ORDER ENTRY.
           IF DROP-SHIP = 'Y'
             MOVE 'DROP-SHIP ITEM - PO COMES FROM THE ORDER' TO POMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF SUPPLIER-ID-TEXT OF DCLPRODUCT1 = SPACES
             MOVE 'NO SUPPLIER LINKED - SET ONE ON PRODUCT UPDATE' TO
                  POMSGO
                SUPPLIER-ID-LEN OF DCLPURCHASE-ORDER
           IF POQTYI IS NUMERIC
              MOVE POQTYI TO ORDER-QTY
              PERFORM 5060-CONVERT-UNIT-PARA
           ELSE
              MOVE REORDER-QTY OF DCLPRODUCT1 TO ORDER-QTY
           END-IF
           MOVE LENGTH OF 'OPEN' TO PO-STATUS-LEN
           MOVE SPACES TO RECEIVED-DATE
           MOVE 0 TO RECEIVED-QTY
      *    A STOCK PO - NOT TIED TO ANY CUSTOMER ORDER LINE.
           MOVE SPACES TO DS-ORDER-ID
           MOVE 0 TO DS-LINE-NUM
           MOVE SPACES TO DS-SHIP-NAME
           MOVE SPACES TO DS-SHIP-ADDR
           EXEC SQL
               INSERT INTO PURCHASE_ORDER1 VALUES(
                      :PO-ID,
                      :EXPECTED-DATE,
                      :PO-STATUS,
                      :RECEIVED-DATE,
                      :RECEIVED-QTY,
                      :DS-ORDER-ID,
                      :DS-LINE-NUM,
                      :DS-SHIP-NAME,
                      :DS-SHIP-ADDR)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
           STRING 'P' DELIMITED BY SIZE
                  WS-PO-NUM DELIMITED BY SIZE
                  INTO WS-PO-ID.
       5060-CONVERT-UNIT-PARA.
      *    THE DEFAULT REORDER QUANTITY IS ALREADY IN EACHES - ONLY A
      *    KEYED QUANTITY IS TAKEN AS BEING IN THE KEYED PACK.
           MOVE POPRCI TO UOMR-PRODUCT
           MOVE 'P' TO UOMR-USE
           IF POUOMI = LOW-VALUES
              MOVE SPACES TO UOMR-UNIT
           ELSE
              MOVE POUOMI TO UOMR-UNIT
           END-IF
           MOVE ORDER-QTY TO UOMR-QTY
           CALL 'A20PG116' USING UOMR-REQUEST
           EVALUATE UOMR-RESULT
             WHEN 'Y'
               IF UOMR-BASE-QTY > 9999
                  MOVE 'TOO MANY EACHES FOR ONE PO LINE - SPLIT IT' TO
                       POMSGO
                  PERFORM 2000-SEND-PARA
                  PERFORM 8888-RETURN-TRANS-PARA
               END-IF
               MOVE UOMR-BASE-QTY TO ORDER-QTY
             WHEN 'U'
               MOVE 'NO SUCH PACK FOR THIS PRODUCT' TO POMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
               MOVE UOMR-SQLCODE TO WS-SQLCODE
               STRING 'PACK LOOKUP ERROR' DELIMITED BY SIZE
                      WS-SQLCODE  DELIMITED BY SIZE
                      INTO POMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
       6000-RECEIVE-PO-PARA.
           IF POIDI = SPACES OR LOW-VALUES
             MOVE 'PO ID IS REQUIRED' TO POMSGO
           PERFORM 1000-GET-DATE
           MOVE POIDI TO PO-ID-TEXT
           MOVE LENGTH OF POIDI TO PO-ID-LEN
      *    A DROP-SHIP PO NEVER HAS GOODS BOOKED IN - ITS SUPPLIER'S
      *    SHIPPING CONFIRMATION IS PF6.
           MOVE SPACES TO DS-ORDER-ID
           EXEC SQL
                SELECT DS_ORDER_ID
                  INTO :DS-ORDER-ID
                  FROM PURCHASE_ORDER1
                 WHERE PO_ID = :PO-ID
           END-EXEC
           IF SQLCODE = 0 AND DS-ORDER-ID NOT = SPACES
             MOVE 'DROP-SHIP PO - PF6 WHEN SUPPLIER SHIPS' TO POMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE WS-DATE TO RECEIVED-DATE
           EXEC SQL
                UPDATE PURCHASE_ORDER1
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6500-CONFIRM-DROP-SHIP-PARA.
      *    THE SUPPLIER HAS SHIPPED A DROP-SHIP LINE STRAIGHT TO THE
      *    CUSTOMER. THE PO IS RECEIVED IN FULL (NO GOODS COME IN, SO
      *    RECEIVED_QTY IS SET TO THE PO QUANTITY FOR THE A20PGM70
      *    INVOICE MATCH), THEN THE ORDER IS SHIPPED IF THAT WAS THE
      *    LAST THING IT WAS WAITING ON.
           IF POIDI = SPACES OR LOW-VALUES
             MOVE 'PO ID IS REQUIRED' TO POMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF POTRKI = SPACES OR LOW-VALUES
             MOVE 'TRACKING REFERENCE IS REQUIRED' TO POMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE POIDI TO PO-ID-TEXT
           MOVE LENGTH OF POIDI TO PO-ID-LEN
           EXEC SQL
              SELECT SUPPLIER_ID, PO_STATUS, DS_ORDER_ID
              INTO  :DCLPURCHASE-ORDER.SUPPLIER-ID,
                    :PO-STATUS,
                    :DS-ORDER-ID
              FROM PURCHASE_ORDER1
              WHERE PO_ID = :PO-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                MOVE 'NO PO FOUND' TO POMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'SQL ERROR '  DELIMITED BY SIZE
                       WS-SQLCODE    DELIMITED BY SIZE
                       INTO POMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
           IF DS-ORDER-ID = SPACES
             MOVE 'NOT A DROP-SHIP PO - PF2 TO RECEIVE' TO POMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 1000-GET-DATE
           MOVE WS-DATE TO RECEIVED-DATE
           EXEC SQL
                UPDATE PURCHASE_ORDER1
                    SET PO_STATUS = 'RECEIVED',
                        RECEIVED_DATE = :RECEIVED-DATE,
                        RECEIVED_QTY = ORDER_QTY
                    WHERE PO_ID = :PO-ID
                    AND PO_STATUS = 'OPEN'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE 'RECEIVED' TO POSTAO
                PERFORM 6600-SHIP-ORDER-PARA
             WHEN 100
                MOVE 'PO NOT OPEN - NOTHING TO CONFIRM' TO POMSGO
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'UPDATE ERROR' DELIMITED BY SIZE
                       WS-SQLCODE     DELIMITED BY SIZE
                       INTO POMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6600-SHIP-ORDER-PARA.
      *    ONLY A CONFIRMED ORDER WITH NO WAREHOUSE LINES AND NO
      *    DROP-SHIP PO STILL OPEN IS SHIPPED HERE - ANYTHING ELSE
      *    IS LEFT FOR THE REST OF ITS POS OR FOR A20PGM18.
           MOVE 'SUPPLIER SHIPPED - OTHER LINES TO GO' TO POMSGO
           MOVE DS-ORDER-ID TO ORDER-ID-TEXT OF DCLORDER1
           MOVE LENGTH OF DS-ORDER-ID TO ORDER-ID-LEN OF DCLORDER1
           EXEC SQL
              SELECT PROD_STATUS, CUSTOMER_ID
              INTO  :DCLORDER1.PROD-STATUS,
                    :DCLORDER1.CUSTOMER-ID
              FROM ORDER1
              WHERE ORDER_ID = :DCLORDER1.ORDER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SUPPLIER SHIPPED - ORDER NOT FOUND' TO POMSGO
           ELSE
              IF PROD-STATUS-TEXT OF DCLORDER1(1:PROD-STATUS-LEN
                 OF DCLORDER1) = 'CONFIRMED'
                 PERFORM 6610-COUNT-WAITING-PARA
                 IF WS-DS-COUNT = 0
                    PERFORM 6620-ADVANCE-ORDER-PARA
                 END-IF
              END-IF
           END-IF.
       6610-COUNT-WAITING-PARA.
           MOVE 0 TO WS-DS-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-DS-COUNT
                FROM ORDER_DETAIL1 D
                WHERE D.ORDER_ID = :DCLORDER1.ORDER-ID
                  AND NOT EXISTS
                      (SELECT 1 FROM PURCHASE_ORDER1 P0
                       WHERE P0.DS_ORDER_ID = D.ORDER_ID
                         AND P0.DS_LINE_NUM = D.LINE_NUM
                         AND P0.PO_STATUS <> 'OPEN')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-DS-COUNT
           END-IF.
       6620-ADVANCE-ORDER-PARA.
           MOVE 'SHIPPED' TO PROD-STATUS-TEXT OF DCLORDER1
           MOVE LENGTH OF 'SHIPPED' TO PROD-STATUS-LEN OF DCLORDER1
           EXEC SQL
                UPDATE ORDER1
                    SET PROD_STATUS = :DCLORDER1.PROD-STATUS
                    WHERE ORDER_ID = :DCLORDER1.ORDER-ID
                    AND PROD_STATUS = 'CONFIRMED'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 6630-LOG-ORDER-STATUS-PARA
                PERFORM 6640-WRITE-SHIPMENT-PARA
                PERFORM 6650-RECORD-COGS-PARA
                PERFORM 6680-QUEUE-NOTIFY-PARA
                MOVE 'SUPPLIER SHIPPED - ORDER NOW SHIPPED' TO POMSGO
             WHEN 100
                MOVE 'SUPPLIER SHIPPED - ORDER ALREADY CHANGED' TO
                     POMSGO
             WHEN OTHER
                PERFORM 6690-SHIP-FAILED-PARA
           END-EVALUATE.
       6630-LOG-ORDER-STATUS-PARA.
      *    SAME ORDER-STATUS AUDIT ROW AS EVERY OTHER TRANSITION.
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE ORDER-ID OF DCLORDER1 TO
                ORDER-ID OF DCLORDER-STATUS-LOG
           MOVE 'CONFIRMED' TO OLD-STATUS-TEXT OF DCLORDER-STATUS-LOG
           MOVE LENGTH OF 'CONFIRMED' TO
                OLD-STATUS-LEN OF DCLORDER-STATUS-LOG
           MOVE 'SHIPPED' TO NEW-STATUS-TEXT OF DCLORDER-STATUS-LOG
           MOVE LENGTH OF 'SHIPPED' TO
                NEW-STATUS-LEN OF DCLORDER-STATUS-LOG
           MOVE WS-DATE TO CHANGE-DATE OF DCLORDER-STATUS-LOG
           MOVE WS-TIME TO CHANGE-TIME OF DCLORDER-STATUS-LOG
           MOVE WS-OPERATOR TO CHANGED-BY OF DCLORDER-STATUS-LOG
           EXEC SQL
               INSERT INTO ORDER_STATUS_LOG VALUES(
                      :DCLORDER-STATUS-LOG.ORDER-ID,
                      :DCLORDER-STATUS-LOG.OLD-STATUS,
                      :DCLORDER-STATUS-LOG.NEW-STATUS,
                      :CHANGE-DATE OF DCLORDER-STATUS-LOG,
                      :CHANGE-TIME OF DCLORDER-STATUS-LOG,
                      :CHANGED-BY OF DCLORDER-STATUS-LOG)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 6690-SHIP-FAILED-PARA
           END-IF.
       6640-WRITE-SHIPMENT-PARA.
      *    THE SUPPLIER IS THE CARRIER OF RECORD AND ITS TRACKING
      *    REFERENCE IS THE ONE THE CUSTOMER FOLLOWS - A20PGM33
      *    INVOICES OFF THIS ROW LIKE ANY OTHER SHIPMENT.
           MOVE ORDER-ID OF DCLORDER1 TO ORDER-ID OF DCLSHIPMENT1
           MOVE SUPPLIER-ID-TEXT OF DCLPURCHASE-ORDER TO
                CARRIER-CODE-TEXT
           MOVE LENGTH OF CARRIER-CODE-TEXT TO CARRIER-CODE-LEN
           MOVE POTRKI TO TRACKING-REF-TEXT
           MOVE LENGTH OF POTRKI TO TRACKING-REF-LEN
           MOVE WS-DATE TO SHIP-DATE
           MOVE WS-TIME TO SHIP-TIME
           MOVE 1 TO CARTON-COUNT
           EXEC SQL
               INSERT INTO SHIPMENT1 VALUES(
                      :DCLSHIPMENT1.ORDER-ID,
                      :CARRIER-CODE,
                      :TRACKING-REF,
                      :SHIP-DATE,
                      :SHIP-TIME,
                      :CARTON-COUNT)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 6690-SHIP-FAILED-PARA
           END-IF.
       6650-RECORD-COGS-PARA.
      *    ONE COGS_LEDGER1 ROW PER ORDER LINE, AS A20PGM18 WRITES
      *    THEM. A DROP-SHIP LINE WAS NEVER DRAWN FROM A LOT, SO IT
      *    GOES AT THE PRODUCT'S COST ON RECORD - THE SAME FALLBACK
      *    A20PGM18 USES FOR A LINE WITH NO MOVEMENT ROWS.
           MOVE WS-DATE TO COGS-DATE
           MOVE ORDER-ID OF DCLORDER1 TO ORDER-ID OF DCLCOGS-LEDGER
           EXEC SQL
               DECLARE DSCOGS-CUR CURSOR FOR
               SELECT LINE_NUM, PRODUCT_CODE, QUANTITY
               FROM ORDER_DETAIL1
               WHERE ORDER_ID = :DCLORDER1.ORDER-ID
               ORDER BY LINE_NUM
           END-EXEC
           EXEC SQL
               OPEN DSCOGS-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 6690-SHIP-FAILED-PARA
           END-IF
           MOVE 'N' TO WS-COGS-EOF-SW
           PERFORM UNTIL WS-COGS-EOF
              EXEC SQL
                  FETCH DSCOGS-CUR
                  INTO :LINE-NUM OF DCLCOGS-LEDGER,
                       :DCLCOGS-LEDGER.PRODUCT-CODE,
                       :WS-COGS-LINE-QTY
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                   PERFORM 6660-COST-LINE-PARA
                WHEN 100
                   MOVE 'Y' TO WS-COGS-EOF-SW
                WHEN OTHER
                   PERFORM 6690-SHIP-FAILED-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE DSCOGS-CUR
           END-EXEC.
       6660-COST-LINE-PARA.
           MOVE 0 TO WS-COGS-UNIT-COST
           EXEC SQL
               SELECT UNIT_COST
                INTO :WS-COGS-UNIT-COST
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLCOGS-LEDGER.PRODUCT-CODE
           END-EXEC
           COMPUTE COGS-AMOUNT = WS-COGS-LINE-QTY * WS-COGS-UNIT-COST
           MOVE WS-COGS-LINE-QTY TO SHIP-QTY
           EXEC SQL
               INSERT INTO COGS_LEDGER1 VALUES(
                      :DCLCOGS-LEDGER.ORDER-ID,
                      :LINE-NUM OF DCLCOGS-LEDGER,
                      :DCLCOGS-LEDGER.PRODUCT-CODE,
                      :SHIP-QTY,
                      :COGS-AMOUNT,
                      :COGS-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 6690-SHIP-FAILED-PARA
           END-IF.
       6680-QUEUE-NOTIFY-PARA.
      *    THE CUSTOMER HEARS IT HAS SHIPPED THROUGH THE SHARED
      *    A20PGM95 WRITER, AS FROM A20PGM18. A NOTIFICATION THAT
      *    CANNOT BE WRITTEN NEVER STOPS THE SHIPMENT.
           MOVE 'SHP' TO NTFR-EVENT
           MOVE CUSTOMER-ID-TEXT OF DCLORDER1 TO NTFR-CUSTOMER
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO NTFR-ORDER-ID
           MOVE SPACES TO NTFR-DETAIL
           STRING CARRIER-CODE-TEXT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  POTRKI DELIMITED BY SIZE
                  INTO NTFR-DETAIL
           MOVE WS-DATE TO NTFR-DATE
           MOVE WS-TIME TO NTFR-TIME
           CALL 'A20PGM95' USING NTFR-REQUEST.
       6690-SHIP-FAILED-PARA.
      *    THE PO CONFIRMATION GOES BACK WITH THE ORDER - A DROP-SHIP
      *    ORDER NEVER SHIPS WITHOUT ITS SHIPMENT ROW AND COST BOOKED,
      *    AND THE CLERK SIMPLY PRESSES PF6 AGAIN.
           MOVE SQLCODE TO WS-SQLCODE
           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC
           MOVE SPACES TO POMSGO
           STRING 'SHIP ERROR' DELIMITED BY SIZE
                  WS-SQLCODE DELIMITED BY SIZE
                  ' - NOTHING CONFIRMED' DELIMITED BY SIZE
                  INTO POMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       9210-GET-OPERATOR-PARA.
      *    SIGNED-ON USER ID OFF THE PER-TERMINAL USID TS QUEUE
      *    WRITTEN BY A20PGM1 AT SIGN-ON.
           MOVE 'USID' TO WS-USID-QNAME(1:4)
           MOVE EIBTRMID TO WS-USID-QNAME(5:4)
           MOVE SPACES TO WS-OPERATOR
           EXEC CICS
               READQ TS
               QUEUE(WS-USID-QNAME)
               INTO(WS-OPERATOR)
               LENGTH(LENGTH OF WS-OPERATOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE SPACES TO WS-OPERATOR
           END-IF.
       8888-RETURN-TRANS-PARA.
           EXEC CICS
                RETURN
