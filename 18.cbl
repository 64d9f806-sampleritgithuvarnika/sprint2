      *SHIPPED -> DELIVERED. CANCELLED REMAINS A SEPARATE TERMINAL
      *STATE OWNED BY A20PGM9 (REQUEST 003); THIS TRANSACTION REFUSES
      *TO ADVANCE AN ORDER THAT IS ALREADY CANCELLED OR DELIVERED, AND
      *ONLY EVER MOVES A STATUS ONE STEP FORWARD AT A TIME. SHIPPING
      *AN ORDER PARKS THE CUSTOMER'S SHIPPED NOTIFICATION THROUGH
      *A20PGM95, AND BOOKS THE COST OF WHAT LEFT THE BUILDING TO
      *COGS_LEDGER1 - LINE BY LINE, FROM THE LOTS THE ORDER WAS
      *ACTUALLY DRAWN FROM. NO COST ROW, NO SHIPMENT. A LINE THAT
      *CAME IN UNDER THE CUSTOMER'S OWN PART NUMBER QUOTES IT ON THE
      *DELIVERY NOTE, AND A LINE ORDERED BY THE PACK SHOWS THE PACK
      *COUNT BESIDE THE EACHES. AN ORDER WITH A DROP-SHIP LINE STILL
      *WAITING ON ITS SUPPLIER (LINKED PURCHASE_ORDER1 ROW STILL OPEN)
      *CANNOT SHIP; AN ORDER OF NOTHING BUT DROP-SHIP LINES IS SHIPPED
      *BY THE SUPPLIER'S CONFIRMATION ON A20PGM24, NOT HERE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
       COPY NTFREQ1.
      *
           EXEC SQL
             INCLUDE ORD1
           EXEC SQL
             INCLUDE USR1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE COGSLG1
           END-EXEC.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-CALLER-ROLE   PIC X(01).
       77 WS-DNOTE-LINE    PIC X(80).
       77 WS-DNOTE-QTY-DISP PIC ZZ9.
       77 WS-DNOTE-CUST-REF PIC X(27).
       77 WS-DNOTE-PACK     PIC X(10).
       77 WS-DNOTE-PACK-DISP PIC ZZZ9.
       77 WS-DNOTE-CTN-DISP PIC ZZ9.
       01 WS-DNOTE-EOF-SW  PIC X.
          88 WS-DNOTE-EOF       VALUE 'Y'.
       77 WS-COGS-LINE-QTY PIC S9(4) COMP.
       77 WS-COGS-MOVES    PIC S9(9) COMP.
       77 WS-COGS-UNIT-COST PIC S9(4)V9(2) COMP-3.
       77 WS-DS-COUNT      PIC S9(4) COMP.
       01 WS-COGS-EOF-SW   PIC X.
          88 WS-COGS-EOF        VALUE 'Y'.
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
      *      A20PGM34 RUN ADVANCES IT TO PICKED, AND ONLY A PICKED
      *      ORDER MAY SHIP.
             WHEN 'CONFIRMED'
                PERFORM 5100-COUNT-STOCK-LINES-PARA
                IF WS-DS-COUNT = 0
                   MOVE 'DROP-SHIP ORDER - SHIPPED BY SUPPLIER' TO
                        STATMSGO
                ELSE
                   MOVE 'NOT ON A PICK LIST YET - CANNOT SHIP' TO
                        STATMSGO
                END-IF
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
             WHEN 'PICKED'
                   PERFORM 2000-SEND-PARA
                   PERFORM 8888-RETURN-TRANS-PARA
                END-IF
                PERFORM 5150-COUNT-OPEN-DS-PARA
                IF WS-DS-COUNT > 0
                   MOVE 'DROP-SHIP PO STILL OPEN - CANNOT SHIP' TO
                        STATMSGO
                   PERFORM 2000-SEND-PARA
                   PERFORM 8888-RETURN-TRANS-PARA
                END-IF
                MOVE 'SHIPPED' TO WS-NEXT-STATUS
             WHEN 'SHIPPED'
                MOVE 'DELIVERED' TO WS-NEXT-STATUS
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5100-COUNT-STOCK-LINES-PARA.
      *    LINES THE WAREHOUSE SHIPS - EVERYTHING WITHOUT A DROP-SHIP
      *    PURCHASE_ORDER1 ROW LINKED TO IT.
           MOVE 0 TO WS-DS-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-DS-COUNT
                FROM ORDER_DETAIL1 D
                WHERE D.ORDER_ID = :DCLORDER1.ORDER-ID
                  AND NOT EXISTS
                      (SELECT 1 FROM PURCHASE_ORDER1 P0
                       WHERE P0.DS_ORDER_ID = D.ORDER_ID
                         AND P0.DS_LINE_NUM = D.LINE_NUM)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-DS-COUNT
           END-IF.
       5150-COUNT-OPEN-DS-PARA.
      *    DROP-SHIP POS THE SUPPLIER HAS NOT YET CONFIRMED SHIPPED -
      *    THE CUSTOMER WOULD BE TOLD THE WHOLE ORDER IS ON ITS WAY.
           MOVE 0 TO WS-DS-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-DS-COUNT
                FROM PURCHASE_ORDER1
                WHERE DS_ORDER_ID = :DCLORDER1.ORDER-ID
                  AND PO_STATUS = 'OPEN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-DS-COUNT
           END-IF.
       6000-WRITE-SHIPMENT-PARA.
           PERFORM 1000-GET-DATE
           MOVE ORDER-ID OF DCLORDER1 TO ORDER-ID OF DCLSHIPMENT1
                      :CARTON-COUNT)
           END-EXEC
           IF SQLCODE = 0
              PERFORM 6050-RECORD-COGS-PARA
              PERFORM 6100-QUEUE-NOTIFY-PARA
              PERFORM 6200-PRINT-DELIVERY-NOTE-PARA
           END-IF.
       6050-RECORD-COGS-PARA.
      *    ONE COGS_LEDGER1 ROW PER ORDER LINE, WRITTEN WITH THE
      *    SHIPMENT SO THE NIGHTLY GL FEED (A20PGM77) POSTS THE COST
      *    ON THE DAY THE GOODS WENT OUT.
           MOVE WS-DATE TO COGS-DATE
           MOVE ORDER-ID OF DCLORDER1 TO ORDER-ID OF DCLCOGS-LEDGER
           EXEC SQL
               DECLARE COGSLN-CUR CURSOR FOR
               SELECT LINE_NUM, PRODUCT_CODE, QUANTITY
               FROM ORDER_DETAIL1
               WHERE ORDER_ID = :DCLORDER1.ORDER-ID
               ORDER BY LINE_NUM
           END-EXEC
           EXEC SQL
               OPEN COGSLN-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 6090-COGS-FAILED-PARA
           END-IF
           MOVE 'N' TO WS-COGS-EOF-SW
           PERFORM UNTIL WS-COGS-EOF
              EXEC SQL
                  FETCH COGSLN-CUR
                  INTO :LINE-NUM OF DCLCOGS-LEDGER,
                       :DCLCOGS-LEDGER.PRODUCT-CODE,
                       :WS-COGS-LINE-QTY
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                   PERFORM 6060-COST-LINE-PARA
                WHEN 100
                   MOVE 'Y' TO WS-COGS-EOF-SW
                WHEN OTHER
                   PERFORM 6090-COGS-FAILED-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE COGSLN-CUR
           END-EXEC.
       6060-COST-LINE-PARA.
      *    THE LINE'S 'ORD' MOVEMENTS CARRY THE LOT EACH UNIT CAME
      *    FROM - EACH IS COSTED AT ITS LOT'S COST, UNTRACKED UNITS
      *    (AND LOTS BOOKED BEFORE LOT COSTS WERE KEPT) AT THE COST
      *    ON RECORD. A LINE WITH NO MOVEMENT ROWS GOES AT THE
      *    ORDERED PRODUCT'S COST ON RECORD.
           MOVE 0 TO WS-COGS-MOVES
           MOVE 0 TO COGS-AMOUNT
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(M.QUANTITY_DEDUCTED *
                        CASE WHEN L.LOT_UNIT_COST > 0
                             THEN L.LOT_UNIT_COST
                             ELSE P.UNIT_COST END), 0)
                INTO :WS-COGS-MOVES, :COGS-AMOUNT
                FROM STOCK_MOVEMENT M
                     INNER JOIN PRODUCT1 P
                        ON P.PRODUCT_CODE = M.PRODUCT_CODE
                     LEFT OUTER JOIN STOCK_LOT1 L
                        ON L.PRODUCT_CODE = M.PRODUCT_CODE
                       AND L.LOT_NUMBER = M.LOT_NUMBER
                WHERE M.ORDER_ID = :DCLORDER1.ORDER-ID
                  AND M.LINE_NUM = :LINE-NUM OF DCLCOGS-LEDGER
                  AND M.MOVEMENT_TYPE = 'ORD'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 6090-COGS-FAILED-PARA
           END-IF
           IF WS-COGS-MOVES = 0
              MOVE 0 TO WS-COGS-UNIT-COST
              EXEC SQL
                  SELECT UNIT_COST
                   INTO :WS-COGS-UNIT-COST
                   FROM PRODUCT1
                   WHERE PRODUCT_CODE = :DCLCOGS-LEDGER.PRODUCT-CODE
              END-EXEC
              COMPUTE COGS-AMOUNT = WS-COGS-LINE-QTY * WS-COGS-UNIT-COST
           END-IF
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
              PERFORM 6090-COGS-FAILED-PARA
           END-IF.
       6090-COGS-FAILED-PARA.
      *    THE STATUS CHANGE AND THE SHIPMENT ROW GO BACK WITH IT -
      *    AN ORDER NEVER SHIPS WITHOUT ITS COST BOOKED.
           MOVE SQLCODE TO WS-SQLCODE
           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC
           STRING 'COGS ERROR' DELIMITED BY SIZE
                  WS-SQLCODE DELIMITED BY SIZE
                  ' - NOT SHIPPED' DELIMITED BY SIZE
                  INTO STATMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6100-QUEUE-NOTIFY-PARA.
      *    THE CUSTOMER HEARS IT HAS SHIPPED, WITH THE CARRIER AND
      *    TRACKING REFERENCE TO FOLLOW IT BY, THROUGH THE SHARED
      *    A20PGM95 WRITER IN THIS UNIT OF WORK. A NOTIFICATION THAT
      *    CANNOT BE WRITTEN NEVER STOPS THE SHIPMENT.
           EXEC SQL
               SELECT CUSTOMER_ID
                INTO :DCLORDER1.CUSTOMER-ID
                FROM ORDER1
                WHERE ORDER_ID = :DCLORDER1.ORDER-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE 'SHP' TO NTFR-EVENT
              MOVE CUSTOMER-ID-TEXT OF DCLORDER1 TO NTFR-CUSTOMER
              MOVE ORDER-ID-TEXT OF DCLORDER1 TO NTFR-ORDER-ID
              MOVE SPACES TO NTFR-DETAIL
              STRING STATCARI DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     STATTRKI DELIMITED BY SIZE
                     INTO NTFR-DETAIL
              MOVE WS-DATE TO NTFR-DATE
              MOVE WS-TIME TO NTFR-TIME
              CALL 'A20PGM95' USING NTFR-REQUEST
           END-IF.
       6200-PRINT-DELIVERY-NOTE-PARA.
      *    THE PAPER THAT GOES IN THE BOX. GOODS-IN STAFF AT THE
      *    CUSTOMER'S SITE CHECK THE CARTONS OFF AGAINST IT, SO IT
       6250-PRINT-DNOTE-LINES-PARA.
           EXEC SQL
               DECLARE DNOTE-CUR CURSOR FOR
               SELECT LINE_NUM, PRODUCT_CODE, QUANTITY, CUST_PART_NO,
                      ORDER_UOM, UOM_QTY
               FROM ORDER_DETAIL1
               WHERE ORDER_ID = :DCLORDER1.ORDER-ID
               ORDER BY LINE_NUM
                  FETCH DNOTE-CUR
                  INTO :LINE-NUM OF DCLORDER-DETAIL,
                       :DCLORDER-DETAIL.PRODUCT-CODE,
                       :QUANTITY OF DCLORDER-DETAIL,
                       :CUST-PART-NO OF DCLORDER-DETAIL,
                       :ORDER-UOM OF DCLORDER-DETAIL,
                       :UOM-QTY OF DCLORDER-DETAIL
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-DNOTE-EOF-SW
              ELSE
                 MOVE QUANTITY OF DCLORDER-DETAIL TO
                      WS-DNOTE-QTY-DISP
                 MOVE SPACES TO WS-DNOTE-PACK
                 IF ORDER-UOM OF DCLORDER-DETAIL NOT = SPACES AND
                    ORDER-UOM OF DCLORDER-DETAIL NOT = 'EA'
                    MOVE UOM-QTY OF DCLORDER-DETAIL TO
                         WS-DNOTE-PACK-DISP
                    STRING ' (' DELIMITED BY SIZE
                           WS-DNOTE-PACK-DISP DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ORDER-UOM OF DCLORDER-DETAIL
                              DELIMITED BY SIZE
                           ')' DELIMITED BY SIZE
                           INTO WS-DNOTE-PACK
                 END-IF
                 MOVE SPACES TO WS-DNOTE-CUST-REF
                 IF CUST-PART-NO OF DCLORDER-DETAIL NOT = SPACES
                    STRING '  YOUR REF: ' DELIMITED BY SIZE
                           CUST-PART-NO OF DCLORDER-DETAIL
                              DELIMITED BY SIZE
                           INTO WS-DNOTE-CUST-REF
                 END-IF
                 STRING '  PRODUCT: ' DELIMITED BY SIZE
                        PRODUCT-CODE-TEXT OF DCLORDER-DETAIL
                           (1:PRODUCT-CODE-LEN OF DCLORDER-DETAIL)
                           DELIMITED BY SIZE
                        '  QTY: ' DELIMITED BY SIZE
                        WS-DNOTE-QTY-DISP DELIMITED BY SIZE
                        WS-DNOTE-PACK DELIMITED BY SIZE
                        WS-DNOTE-CUST-REF DELIMITED BY SIZE
                        INTO WS-DNOTE-LINE
                 PERFORM 6290-WRITE-DNOTE-LINE-PARA
              END-IF
