      *LINE (SAME FIVE-LINE LIMIT AS THE A20PGM4/5/6 ENTRY CHAIN)
      *WITHOUT CANCELLING AND RE-KEYING THE WHOLE ORDER. STOCK IS
      *ADJUSTED BY THE DELTA ONLY, THE ORDER IS REPRICED THROUGH THE
      *SAME A20PG106 PRICING ROUTINE AS ORDER ENTRY, AND THE CUSTOMER
      *BALANCE IS CORRECTED BY THE DIFFERENCE.
      *ENTER = LOOK UP.  PF1 = CHANGE QTY.  PF2 = DELETE LINE.
      *PF7 = ADD LINE.
      *A DROP-SHIP LINE HAS ALREADY GONE TO ITS SUPPLIER AS A LINKED
      *PURCHASE_ORDER1 ROW, SO IT CANNOT BE CHANGED OR DELETED HERE,
      *NOR A DROP-SHIP PRODUCT ADDED - CANCEL AND RE-KEY THE ORDER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE PROD1
           END-EXEC.
           EXEC SQL
             INCLUDE STKMV1
           END-EXEC.
           EXEC SQL
             INCLUDE STKLOC1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       COPY LOTREQ1.
       COPY PRCREQ1.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-SUBTOTAL      PIC S9(10)V9(2) COMP-3.
       77 WS-DISCOUNT-AMT  PIC S9(10)V9(2) COMP-3.
       77 WS-TAX-AMT       PIC S9(10)V9(2) COMP-3.
       77 WS-LINE-TAX-SUM  PIC S9(10)V9(2) COMP-3.
       77 WS-NEW-TOTAL     PIC S9(10)V9(2) COMP-3.
       77 WS-OLD-TOTAL     PIC S9(10)V9(2) COMP-3.
       77 WS-TOTAL-DELTA   PIC S9(10)V9(2) COMP-3.
       77 WS-LOC-DELTA      PIC S9(4) COMP.
       77 WS-DS-COUNT      PIC S9(4) COMP.
       77 WS-AMT-DISP      PIC ZZZZZZ9.99.
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       01 WS-REP-EOF-SW    PIC X.
          88 WS-REP-EOF         VALUE 'Y'.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 1000-GET-DATE
           PERFORM 4800-GET-UNIT-PRICE-PARA
           MULTIPLY WS-PRICE BY WS-NEW-QTY GIVING WS-LINE-AMOUNT
      *    GUARDED ON THE QUANTITY AS JUST READ, AND APPLIED BEFORE
      *    ANY STOCK MOVES - IF A SECOND CLERK CHANGED THE LINE
      *    UNDERNEATH THIS SCREEN THE UPDATE FINDS NOTHING AND
      *    NEITHER THE LINE NOR THE STOCK IS TOUCHED. THE NEW
      *    QUANTITY IS KEYED IN EACHES, SO THE LINE'S PACK GOES BACK
      *    TO 'EA' - AN OLD PACK COUNT WOULD NO LONGER MATCH IT.
           EXEC SQL
               UPDATE ORDER_DETAIL1
                  SET QUANTITY = :WS-NEW-QTY,
                      LINE_AMOUNT = :WS-LINE-AMOUNT,
                      ORDER_UOM = 'EA',
                      UOM_QTY = :WS-NEW-QTY
                WHERE ORDER_ID = :DCLORDER1.ORDER-ID
                  AND LINE_NUM = :WS-LINE-NUM
                  AND QUANTITY = :WS-OLD-QTY
           MOVE AMDPRCI TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF AMDPRCI TO PRODUCT-CODE-LEN OF DCLPRODUCT1
           EXEC SQL
               SELECT PRODUCT_PRICE, DROP_SHIP
                INTO :PRODUCT-PRICE, :DROP-SHIP
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF DROP-SHIP = 'Y'
              MOVE 'DROP-SHIP ITEM - KEY A NEW ORDER' TO AMDMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE PRODUCT-PRICE TO WS-PRICE
           PERFORM 1000-GET-DATE
           PERFORM 4800-GET-UNIT-PRICE-PARA
           COMPUTE WS-LINE-NUM = WS-MAX-LINE + 1
           MOVE WS-NEW-QTY TO WS-DELTA-QTY
           PERFORM 6000-ADJUST-STOCK-PARA
           MULTIPLY WS-PRICE BY WS-NEW-QTY GIVING WS-LINE-AMOUNT
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
           PERFORM 7000-REPRICE-ORDER-PARA
           MOVE 'LINE ADDED' TO AMDMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE 0 TO WS-DS-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-DS-COUNT
                FROM PURCHASE_ORDER1
                WHERE DS_ORDER_ID = :DCLORDER1.ORDER-ID
                  AND DS_LINE_NUM = :WS-LINE-NUM
           END-EXEC
           IF WS-DS-COUNT > 0
              MOVE 'DROP-SHIP LINE - CANNOT AMEND' TO AMDMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE QUANTITY OF DCLORDER-DETAIL TO WS-OLD-QTY
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO
                PRODUCT-CODE-TEXT OF DCLPRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           MOVE PRODUCT-PRICE TO WS-PRICE.
       4800-GET-UNIT-PRICE-PARA.
      *    AN AMENDED OR ADDED LINE IS PRICED BY THE SHARED A20PG106
      *    PRICING ROUTINE AT TODAY'S DATE - CONTRACT, BAND AND
      *    PROMOTION EXACTLY AS ORDER ENTRY PRICES IT. WS-PRICE COMES
      *    IN HOLDING THE LIST PRICE, WHICH STANDS IF THE ROUTINE
      *    CANNOT PRICE THE LINE.
           MOVE 'U' TO PRCR-ACTION
           MOVE SPACES TO PRCR-CUSTOMER
           MOVE CUSTOMER-ID-TEXT OF DCLORDER1
                (1:CUSTOMER-ID-LEN OF DCLORDER1) TO PRCR-CUSTOMER
           MOVE SPACES TO PRCR-PRODUCT
           MOVE PRODUCT-CODE-TEXT OF DCLPRODUCT1
                (1:PRODUCT-CODE-LEN OF DCLPRODUCT1) TO PRCR-PRODUCT
           MOVE WS-DATE TO PRCR-PRICE-DATE
           MOVE WS-NEW-QTY TO PRCR-QUANTITY
           CALL 'A20PG106' USING PRCR-REQUEST
           IF PRCR-RESULT = 'Y'
              MOVE PRCR-UNIT-PRICE TO WS-PRICE
           END-IF.
       6000-ADJUST-STOCK-PARA.
      *    ONLY THE DELTA MOVES. AN INCREASE IS GUARDED LIKE A NEW
      *    ORDER LINE (STOCK MAY NOT GO NEGATIVE); A DECREASE PUTS
      *    THE DIFFERENCE BACK. THE MOVEMENT ROW CARRIES THE SIGNED
      *    DELTA UNDER 'ORD' SO THE RECONCILIATION SUMS STILL TRACK
      *    THE ORDERED QUANTITIES. A KIT'S DELTA MOVES ITS COMPONENTS
      *    INSTEAD, THROUGH A20PGM64.
           PERFORM 9210-GET-OPERATOR-PARA
           PERFORM 6050-ADJUST-KIT-PARA
           IF LOTR-HANDLED = 'N'
              PERFORM 6010-ADJUST-PRODUCT-PARA
           END-IF.
       6010-ADJUST-PRODUCT-PARA.
           IF WS-DELTA-QTY > 0
              EXEC SQL
                  UPDATE PRODUCT1
           MOVE WS-DATE TO MOVEMENT-DATE OF DCLSTOCK-MOVEMENT
           MOVE WS-TIME TO MOVEMENT-TIME OF DCLSTOCK-MOVEMENT
           MOVE 'ORD' TO MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT
           MOVE WS-OPERATOR TO MOVED-BY OF DCLSTOCK-MOVEMENT
           MOVE SPACES TO REASON-CODE OF DCLSTOCK-MOVEMENT
           MOVE 'MAIN' TO LOC-ID OF DCLSTOCK-MOVEMENT
                      :LOC-ID OF DCLSTOCK-MOVEMENT,
                      :LOT-NUMBER OF DCLSTOCK-MOVEMENT)
           END-EXEC.
       6050-ADJUST-KIT-PARA.
      *    AN INCREASE TAKES THE KIT'S COMPONENTS OUT GUARDED ('D')
      *    AND THEN ALLOCATES THEIR LOTS AND 'ORD' ROWS ('A'); A
      *    DECREASE PUTS THE COMPONENTS BACK WITH NEGATIVE 'ORD' ROWS
      *    ('R'). A PLAIN PRODUCT COMES BACK 'N' FOR 6010.
           MOVE PRODUCT-CODE-TEXT OF DCLPRODUCT1 TO LOTR-PRODUCT
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO LOTR-ORDER-ID
           MOVE WS-LINE-NUM TO LOTR-LINE-NUM
           MOVE WS-DATE TO LOTR-DATE
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           IF WS-DELTA-QTY > 0
              MOVE WS-DELTA-QTY TO LOTR-QTY
              MOVE 'D' TO LOTR-ACTION
              CALL 'A20PGM64' USING LOTR-REQUEST
              IF LOTR-HANDLED = 'S'
                 EXEC CICS
                     SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE 'STOCK SHORT FOR THE INCREASE' TO AMDMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              IF LOTR-HANDLED = 'Y'
                 MOVE 'A' TO LOTR-ACTION
                 CALL 'A20PGM64' USING LOTR-REQUEST
              END-IF
           ELSE
              COMPUTE LOTR-QTY = 0 - WS-DELTA-QTY
              MOVE 'R' TO LOTR-ACTION
              MOVE 'ORD' TO LOTR-MOVE-TYPE
              MOVE SPACES TO LOTR-REASON
              CALL 'A20PGM64' USING LOTR-REQUEST
           END-IF.
       9210-GET-OPERATOR-PARA.
      *    SIGNED-ON USER ID OFF THE PER-TERMINAL USID TS QUEUE
      *    WRITTEN BY A20PGM1 AT SIGN-ON.
                  AND LOCATION_ID = :LOCATION-ID
           END-EXEC.
       7000-REPRICE-ORDER-PARA.
      *    RE-SUMS THE SURVIVING LINES AT THEIR STORED AMOUNTS, TAXES
      *    EACH AT ITS TAX CLASS PAIR RATE AND RUNS THE SAME A20PG106
      *    VOLUME-DISCOUNT ORDER TOTAL AS A20PGM6, THEN CORRECTS THE
      *    HEADER TOTAL AND THE CUSTOMER BALANCE BY THE DIFFERENCE.
           PERFORM 1000-GET-DATE
           MOVE 0 TO WS-SUBTOTAL
           MOVE 0 TO WS-LINE-TAX-SUM
           EXEC SQL
               DECLARE AMDREP-CUR CURSOR FOR
               SELECT PRODUCT_CODE, QUANTITY, LINE_AMOUNT
               FROM ORDER_DETAIL1
               WHERE ORDER_ID = :DCLORDER1.ORDER-ID
           END-EXEC
           EXEC SQL
               OPEN AMDREP-CUR
           END-EXEC
           MOVE 'N' TO WS-REP-EOF-SW
           PERFORM UNTIL WS-REP-EOF
              EXEC SQL
                  FETCH AMDREP-CUR
                  INTO :DCLORDER-DETAIL.PRODUCT-CODE,
                       :QUANTITY OF DCLORDER-DETAIL,
                       :LINE-AMOUNT OF DCLORDER-DETAIL
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-REP-EOF-SW
              ELSE
                 PERFORM 7100-TAX-ONE-LINE-PARA
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE AMDREP-CUR
           END-EXEC
           MOVE 'T' TO PRCR-ACTION
           MOVE WS-SUBTOTAL TO PRCR-SUBTOTAL
           MOVE WS-LINE-TAX-SUM TO PRCR-TAX-SUM
           CALL 'A20PG106' USING PRCR-REQUEST
           MOVE PRCR-DISCOUNT-AMT TO WS-DISCOUNT-AMT
           MOVE PRCR-TAX-AMT TO WS-TAX-AMT
           MOVE PRCR-TOTAL-AMOUNT TO WS-NEW-TOTAL
           COMPUTE WS-TOTAL-DELTA = WS-NEW-TOTAL - WS-OLD-TOTAL
           EXEC SQL
               UPDATE ORDER1
                                             + :WS-TOTAL-DELTA
                WHERE CUSTOMER_ID = :DCLORDER1.CUSTOMER-ID
           END-EXEC.
       7100-TAX-ONE-LINE-PARA.
      *    A LINE KEEPS THE AMOUNT IT WAS PRICED AT; ONLY ITS TAX
      *    RATE COMES FROM A20PG106. A LINE THE ROUTINE CANNOT PRICE
      *    GOES UNTAXED, AS IT WOULD ON AN ORDER.
           ADD LINE-AMOUNT OF DCLORDER-DETAIL TO WS-SUBTOTAL
           MOVE 'U' TO PRCR-ACTION
           MOVE SPACES TO PRCR-CUSTOMER
           MOVE CUSTOMER-ID-TEXT OF DCLORDER1
                (1:CUSTOMER-ID-LEN OF DCLORDER1) TO PRCR-CUSTOMER
           MOVE SPACES TO PRCR-PRODUCT
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL
                (1:PRODUCT-CODE-LEN OF DCLORDER-DETAIL) TO PRCR-PRODUCT
           MOVE WS-DATE TO PRCR-PRICE-DATE
           MOVE QUANTITY OF DCLORDER-DETAIL TO PRCR-QUANTITY
           CALL 'A20PG106' USING PRCR-REQUEST
           IF PRCR-RESULT = 'Y'
              COMPUTE WS-LINE-TAX-SUM ROUNDED = WS-LINE-TAX-SUM
                      + (LINE-AMOUNT OF DCLORDER-DETAIL * PRCR-TAX-RATE)
           END-IF.
       7500-SHOW-TOTAL-PARA.
           MOVE WS-NEW-TOTAL TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO AMDAMTO
