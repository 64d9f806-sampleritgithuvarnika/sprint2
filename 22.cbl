      *PRODUCT1.STOCK_AVAILABILITY AND WRITES AN INBOUND ('RCP')
      *STOCK_MOVEMENT ROW SO EVERY UNIT IN THE BUILDING TRACES TO
      *EITHER AN ORDER OR A RECEIPT.
      *A PRODUCT FLAGGED DATED (PRODUCT1.DATED_FLAG) MUST BE RECEIVED
      *WITH A LOT NUMBER AND A USE-BY DATE - THE DATE RIDES THE LOT
      *(OR THE QUARANTINE INTAKE) SO A20PGM64 CAN ALLOCATE EARLIEST
      *EXPIRY FIRST AND A20PG113 CAN PULL THE LOT WHEN IT EXPIRES.
      *THE QUANTITY MAY BE KEYED IN THE PACK THE DELIVERY NOTE USES
      *(GRCUOM - BLANK MEANS THE PRODUCT'S PURCHASE UNIT) AND IS
      *TURNED INTO EACHES BY A20PG116 BEFORE ANYTHING IS BOOKED; A
      *UNIT COST KEYED WITH IT IS PER THAT PACK AND IS DIVIDED DOWN
      *TO A COST PER EACH THE SAME WAY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
       COPY UOMREQ1.
      *
           EXEC SQL
             INCLUDE PROD1
       77 WS-RECEIPT-QTY   PIC 9(03).
       77 WS-RCPT-LOC      PIC X(04).
       77 WS-UNIT-COST     PIC S9(4)V9(2) COMP-3.
       77 WS-PACK-COST     PIC S9(7)V9(2) COMP-3.
       77 WS-UOM-FACTOR    PIC S9(5) COMP-3 VALUE 1.
       77 WS-LOT-QTY       PIC S9(5) COMP-3.
       77 WS-QUAR-ID        PIC X(06).
       77 WS-QUAR-NUM       PIC 9(05).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-STOCK-DISP    PIC ZZZ9.
       77 WS-EXPIRY-DATE   PIC X(10).
       01 WS-CAL-YEAR            PIC 9(04).
       01 WS-CAL-MONTH           PIC 9(02).
       01 WS-CAL-DAY             PIC 9(02).
       01 WS-CAL-MAX-DAY         PIC 9(02).
       01 WS-CAL-DATE-OK-SW      PIC X.
          88 WS-CAL-DATE-OK            VALUE 'Y'.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 5050-CONVERT-UNIT-PARA
           PERFORM 4500-CHECK-PO-PARA
           MOVE GRCPRCI TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF GRCPRCI TO PRODUCT-CODE-LEN OF DCLPRODUCT1
           PERFORM 4600-CHECK-DATED-PARA
      *    THE UNIT COST OFF THE DELIVERY NOTE IS CAPTURED BEFORE THE
      *    INSPECTION BRANCH - WHAT THE SUPPLIER CHARGES IS KNOWN THE
      *    MOMENT THE GOODS ARRIVE, WHETHER OR NOT THEY GO TO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5050-CONVERT-UNIT-PARA.
      *    STOCK, LOTS, LOCATIONS AND THE PO TALLY ARE ALL IN EACHES.
      *    AN UNKNOWN PRODUCT IS LEFT ALONE FOR THE UPDATE BELOW TO
      *    REPORT AS IT ALWAYS HAS. THE PACK'S SIZE IS KEPT FOR 5700,
      *    WHICH TURNS THE DELIVERY NOTE'S PER-PACK COST INTO EACHES.
           MOVE 1 TO WS-UOM-FACTOR
           MOVE GRCPRCI TO UOMR-PRODUCT
           MOVE 'P' TO UOMR-USE
           IF GRCUOMI = LOW-VALUES
              MOVE SPACES TO UOMR-UNIT
           ELSE
              MOVE GRCUOMI TO UOMR-UNIT
           END-IF
           MOVE WS-RECEIPT-QTY TO UOMR-QTY
           CALL 'A20PG116' USING UOMR-REQUEST
           EVALUATE UOMR-RESULT
             WHEN 'Y'
               IF UOMR-BASE-QTY > 999
                  MOVE 'TOO MANY EACHES FOR ONE RECEIPT - SPLIT IT' TO
                       GRCMSGO
                  PERFORM 2000-SEND-PARA
                  PERFORM 8888-RETURN-TRANS-PARA
               END-IF
               MOVE UOMR-BASE-QTY TO WS-RECEIPT-QTY
               IF UOMR-FACTOR > 0
                  MOVE UOMR-FACTOR TO WS-UOM-FACTOR
               END-IF
             WHEN 'N'
               CONTINUE
             WHEN 'U'
               MOVE 'NO SUCH PACK FOR THIS PRODUCT' TO GRCMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
               MOVE UOMR-SQLCODE TO WS-SQLCODE
               STRING 'PACK LOOKUP ERROR' DELIMITED BY SIZE
                      WS-SQLCODE  DELIMITED BY SIZE
                      INTO GRCMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
       5500-BOOK-LOCATION-PARA.
      *    THE SITE SPLIT UNDER THE TOTAL - THE RECEIPT LANDS AT THE
      *    KEYED LOCATION (MAIN WHEN NONE IS KEYED). FIRST RECEIPT AT
           END-EXEC
           IF SQLCODE = 100
              MOVE WS-RECEIPT-QTY TO LOC-QTY
              MOVE 0 TO MIN-QTY
              MOVE 0 TO MAX-QTY
              EXEC SQL
                  INSERT INTO STOCK_LOCATION1 VALUES(
                         :DCLSTOCK-LOCATION.PRODUCT-CODE,
                         :LOCATION-ID,
                         :LOC-QTY,
                         :MIN-QTY,
                         :MAX-QTY)
              END-EXEC
           END-IF.
       4500-CHECK-PO-PARA.
              MOVE LENGTH OF GRCPRCI TO
                   PRODUCT-CODE-LEN OF DCLPURCHASE-ORDER
              EXEC SQL
                  SELECT PO_ID, DS_ORDER_ID
                   INTO :DCLPURCHASE-ORDER.PO-ID, :DS-ORDER-ID
                   FROM PURCHASE_ORDER1
                   WHERE PO_ID = :DCLPURCHASE-ORDER.PO-ID
                     AND PRODUCT_CODE =
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
      *       A DROP-SHIP PO IS DELIVERED STRAIGHT TO THE CUSTOMER -
      *       ITS SUPPLIER'S CONFIRMATION IS BOOKED ON A20PGM24 PF6.
              IF DS-ORDER-ID NOT = SPACES
                 MOVE 'DROP-SHIP PO - NO GOODS COME IN HERE' TO
                      GRCMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF.
       4600-CHECK-DATED-PARA.
      *    A DATED LINE IS NO USE UNTRACKED - WITHOUT A LOT THERE IS
      *    NOWHERE TO HOLD ITS USE-BY DATE, AND WITHOUT THE DATE THE
      *    ALLOCATOR CANNOT PUT THE SHORTEST-DATED STOCK OUT FIRST.
      *    STOCK THAT ARRIVES ALREADY PAST ITS DATE IS REFUSED AT THE
      *    DOOR. AN UNDATED PRODUCT IGNORES ANY DATE KEYED.
           MOVE SPACES TO WS-EXPIRY-DATE
           MOVE SPACE TO DATED-FLAG
           EXEC SQL
              SELECT DATED_FLAG
              INTO  :DATED-FLAG
              FROM PRODUCT1
              WHERE PRODUCT_CODE = :PRODUCT-CODE OF DCLPRODUCT1
           END-EXEC
           IF SQLCODE = 0 AND DATED-FLAG = 'Y'
              IF GRCLOTI = SPACES OR LOW-VALUES
                 MOVE 'DATED PRODUCT - LOT NUMBER REQUIRED' TO GRCMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              PERFORM 4650-VALIDATE-EXPIRY-PARA
              IF NOT WS-CAL-DATE-OK
                 MOVE 'EXPIRY DATE REQUIRED AS YYYY-MM-DD' TO GRCMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              PERFORM 1000-GET-DATE
              IF GRCEXPI < WS-DATE
                 MOVE 'STOCK ALREADY PAST ITS EXPIRY DATE' TO GRCMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              MOVE GRCEXPI TO WS-EXPIRY-DATE
           END-IF.
       4650-VALIDATE-EXPIRY-PARA.
      *    SAME CALENDAR CHECK AS THE A20PGM3 REGISTRATION DATE -
      *    MONTH 01-12, DAY WITHIN THE MONTH, FEBRUARY 29 ONLY ON A
      *    LEAP YEAR.
           MOVE 'N' TO WS-CAL-DATE-OK-SW
           IF GRCEXPI(1:4) IS NUMERIC AND
              GRCEXPI(5:1) = '-' AND
              GRCEXPI(6:2) IS NUMERIC AND
              GRCEXPI(8:1) = '-' AND
              GRCEXPI(9:2) IS NUMERIC
              MOVE GRCEXPI(1:4) TO WS-CAL-YEAR
              MOVE GRCEXPI(6:2) TO WS-CAL-MONTH
              MOVE GRCEXPI(9:2) TO WS-CAL-DAY
              IF WS-CAL-MONTH >= 1 AND WS-CAL-MONTH <= 12
                 EVALUATE WS-CAL-MONTH
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                      MOVE 31 TO WS-CAL-MAX-DAY
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                      MOVE 30 TO WS-CAL-MAX-DAY
                   WHEN 2
                      IF FUNCTION MOD(WS-CAL-YEAR, 400) = 0 OR
                         (FUNCTION MOD(WS-CAL-YEAR, 4) = 0 AND
                          FUNCTION MOD(WS-CAL-YEAR, 100) NOT = 0)
                         MOVE 29 TO WS-CAL-MAX-DAY
                      ELSE
                         MOVE 28 TO WS-CAL-MAX-DAY
                      END-IF
                 END-EVALUATE
                 IF WS-CAL-DAY >= 1 AND WS-CAL-DAY <= WS-CAL-MAX-DAY
                    MOVE 'Y' TO WS-CAL-DATE-OK-SW
                 END-IF
              END-IF
           END-IF.
       5800-BOOK-LOT-PARA.
      *    THE LOT NUMBER OFF THE SUPPLIER'S CARTONS GOES ON A
      *    NOTICE KEYED BY LOT (A20PGM65) TRACES EVERY UNIT. A SECOND
      *    DELIVERY OF THE SAME LOT TOPS THE ROW UP. NO LOT KEYED
      *    MEANS THE STOCK IS SIMPLY NOT LOT-TRACKED, AS BEFORE.
      *    THE LOT CARRIES ITS OWN UNIT COST - 5700 HAS ALREADY PUT
      *    THIS DELIVERY'S KEYED COST ON PRODUCT1 (OR LEFT THE COST ON
      *    RECORD), SO THAT IS THE FIGURE TAKEN. A TOP-UP AVERAGES THE
      *    NEW UNITS IN WITH WHAT IS LEFT OF THE LOT - EXCEPT A LOT
      *    BOOKED BEFORE LOT COSTS WERE KEPT (COST 0, WHICH A20PGM18
      *    AND A20PG114 READ AS "USE UNIT_COST"), WHICH SIMPLY TAKES
      *    THIS DELIVERY'S COST RATHER THAN BEING AVERAGED WITH ZERO.
      *    A NEW LOT ROW CARRIES THE USE-BY DATE (DATED PRODUCTS ONLY)
      *    AND THE SITE IT WAS BOOKED INTO; A TOP-UP IS THE SAME BATCH
      *    AND KEEPS THE DATE ALREADY ON THE ROW.
           IF GRCLOTI = SPACES OR LOW-VALUES
              CONTINUE
           ELSE
                   PRODUCT-CODE OF DCLSTOCK-LOT
              MOVE GRCLOTI TO LOT-NUMBER OF DCLSTOCK-LOT
              MOVE WS-RECEIPT-QTY TO WS-LOT-QTY
              MOVE 0 TO LOT-UNIT-COST
              EXEC SQL
                  SELECT UNIT_COST
                   INTO :LOT-UNIT-COST
                   FROM PRODUCT1
                   WHERE PRODUCT_CODE = :PRODUCT-CODE OF DCLPRODUCT1
              END-EXEC
              EXEC SQL
                  UPDATE STOCK_LOT1
                     SET LOT_UNIT_COST =
                         CASE WHEN LOT_UNIT_COST = 0
                              THEN :LOT-UNIT-COST
                              ELSE ((LOT_QTY_ON_HAND * LOT_UNIT_COST)
                                    + (:WS-LOT-QTY * :LOT-UNIT-COST))
                                   / (LOT_QTY_ON_HAND + :WS-LOT-QTY)
                         END,
                         LOT_QTY_ON_HAND = LOT_QTY_ON_HAND
                                            + :WS-LOT-QTY
                   WHERE PRODUCT_CODE = :DCLSTOCK-LOT.PRODUCT-CODE
                     AND LOT_NUMBER = :DCLSTOCK-LOT.LOT-NUMBER
                 MOVE LENGTH OF GRCPOI TO PO-ID-LEN OF DCLSTOCK-LOT
                 MOVE WS-DATE TO RECEIVED-DATE OF DCLSTOCK-LOT
                 MOVE WS-LOT-QTY TO LOT-QTY-ON-HAND
                 MOVE WS-EXPIRY-DATE TO EXPIRY-DATE OF DCLSTOCK-LOT
                 MOVE WS-RCPT-LOC TO RECEIVED-LOC
                 EXEC SQL
                     INSERT INTO STOCK_LOT1 VALUES(
                            :DCLSTOCK-LOT.PRODUCT-CODE,
                            :DCLSTOCK-LOT.LOT-NUMBER,
                            :DCLSTOCK-LOT.PO-ID,
                            :RECEIVED-DATE OF DCLSTOCK-LOT,
                            :LOT-QTY-ON-HAND,
                            :LOT-UNIT-COST,
                            :EXPIRY-DATE OF DCLSTOCK-LOT,
                            :RECEIVED-LOC)
                 END-EXEC
              END-IF
           END-IF.
       5700-CAPTURE-UNIT-COST-PARA.
      *    THE DELIVERY NOTE IN THE DRIVER'S HAND CARRIES WHAT THE
      *    SUPPLIER CHARGES PER UNIT - KEYED HERE WITH THE RECEIPT IT
      *    REFRESHES PRODUCT1.UNIT_COST AS THE LATEST COST, AND 5800
      *    KEEPS IT ON THE LOT, WHICH IS WHAT COST OF GOODS SOLD
      *    (A20PGM18) AND THE COST-BASIS VALUATION (A20PGM53) USE FOR
      *    LOT-TRACKED STOCK. LEFT BLANK, THE COST ON RECORD STANDS.
      *    THE COST IS KEYED PER PACK THE QUANTITY WAS KEYED IN (THE
      *    SAME LINE OF THE DELIVERY NOTE) AND STORED PER EACH, LIKE
      *    EVERY OTHER COST ON THE SYSTEM.
           IF GRCUCI = SPACES OR LOW-VALUES
              CONTINUE
           ELSE
              COMPUTE WS-PACK-COST = FUNCTION NUMVAL-C(GRCUCI)
              COMPUTE WS-UNIT-COST ROUNDED =
                      WS-PACK-COST / WS-UOM-FACTOR
                 ON SIZE ERROR
                    MOVE 'UNIT COST TOO LARGE FOR ONE EACH' TO GRCMSGO
                    PERFORM 2000-SEND-PARA
                    PERFORM 8888-RETURN-TRANS-PARA
              END-COMPUTE
              IF WS-UNIT-COST > 0
                 EXEC SQL
                     UPDATE PRODUCT1
                PRODUCT-CODE-LEN OF DCLQUARANTINE1
           MOVE GRCLOTI TO LOT-NUMBER OF DCLQUARANTINE1
      *    THE PO RIDES THE QUARANTINE ROW SO THE A20PGM66 RELEASE
      *    OR RETURN CAN TALLY RECEIVED_QTY - GOODS HELD FOR
      *    INSPECTION ONLY COUNT AS RECEIVED ONCE THEY ARE DECIDED.
           MOVE GRCPOI TO PO-ID-TEXT OF DCLQUARANTINE1
           MOVE LENGTH OF GRCPOI TO PO-ID-LEN OF DCLQUARANTINE1
           MOVE 'RCP' TO QUAR-SOURCE
           MOVE LENGTH OF 'HELD' TO QUAR-STATUS-LEN
           MOVE SPACES TO DECIDED-DATE
           MOVE SPACES TO DECIDED-BY
           MOVE WS-EXPIRY-DATE TO EXPIRY-DATE OF DCLQUARANTINE1
           EXEC SQL
               INSERT INTO QUARANTINE1 VALUES(
                      :DCLQUARANTINE1.QUAR-ID,
                      :IN-DATE,
                      :DCLQUARANTINE1.QUAR-STATUS,
                      :DECIDED-DATE,
                      :DECIDED-BY,
                      :EXPIRY-DATE OF DCLQUARANTINE1)
           END-EXEC
           MOVE SPACES TO ORDER-ID-TEXT OF DCLSTOCK-MOVEMENT
           MOVE 0 TO ORDER-ID-LEN OF DCLSTOCK-MOVEMENT
