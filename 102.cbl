       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG102.
      *SHARED AVAILABLE-TO-PROMISE CALCULATOR. "CAN I HAVE 40 BY
      *FRIDAY?" USED TO BE ANSWERED OFF STOCK_AVAILABILITY ALONE,
      *WHICH KNOWS NOTHING OF CREDIT-HELD ORDERS WAITING TO TAKE
      *STOCK, BACKORDERS QUEUED FOR THE NEXT DELIVERY, OR OPEN
      *PURCHASE ORDERS DUE IN - SO REQUESTED DELIVERY DATES WERE
      *PROMISED BLIND AND THE A20PGM60 MISSED-PROMISE LIST FILLED UP.
      *THIS SUBPROGRAM WORKS THE FIGURE OUT ONE WAY FOR EVERY CALLER
      *(THE A20PG103 INQUIRY AND THE A20PGM5 ORDER LINE SCREEN) -
      *ON HAND LESS COMMITTED ORDER LINES, CREDIT-HELD LINES AND
      *WAITING BACKORDERS IS WHAT CAN BE PROMISED TODAY; EACH OPEN
      *PURCHASE_ORDER1 LINE'S UNRECEIVED QUANTITY IS ADDED ON ITS
      *EXPECTED_DATE, GIVING A DAY-BY-DAY FIGURE FOR THREE WEEKS.
      *STOCK_AVAILABILITY IS ALREADY NET OF CONFIRMED/PICKED LINES
      *(A20PGM6 DEDUCTS AT ORDER TIME), SO THOSE ARE ADDED BACK ONLY
      *TO SHOW THE PHYSICAL ON-HAND FIGURE. KIT LINES COUNT AGAINST
      *THEIR COMPONENTS, AS THE ALLOCATOR DEDUCTS THEM.
      *ORDER ENTRY ALLOCATES, AND GOODS ARE RECEIVED AGAINST PURCHASE
      *ORDERS, AT THE 'MAIN' DEPOT, SO DEMAND AND SUPPLY APPLY TO THE
      *ALL-SITES AND 'MAIN' FIGURES; ANY OTHER SITE SHOWS ITS OWN
      *STOCK_LOCATION1 QUANTITY FLAT ACROSS THE THREE WEEKS.
      *READ ONLY. SEE ATPREQ1.CPY FOR THE REQUEST AREA.
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
             INCLUDE STKLOC1
           END-EXEC.
           EXEC SQL
             INCLUDE PORD1
           END-EXEC.
       77 WS-BASE-QTY          PIC S9(9) COMP-3.
       77 WS-COMMITTED         PIC S9(9) COMP-3.
       77 WS-HELD              PIC S9(9) COMP-3.
       77 WS-KIT-COMMITTED     PIC S9(9) COMP-3.
       77 WS-KIT-HELD          PIC S9(9) COMP-3.
       77 WS-BACKORDER         PIC S9(9) COMP-3.
       77 WS-PO-QTY            PIC S9(9) COMP-3.
       77 WS-RUNNING           PIC S9(9) COMP-3.
       77 WS-KIT-COMPS         PIC S9(9) COMP.
       77 WS-DAY-IX            PIC S9(4) COMP.
       77 WS-ROW-IX            PIC S9(4) COMP.
       77 WS-FROM-INT          PIC 9(08) USAGE COMP.
       77 WS-DATE-INT          PIC 9(08) USAGE COMP.
       77 WS-DATE-NUM          PIC 9(08).
       01 WS-LAST-DATE         PIC X(10).
       01 WS-TITLE             PIC X(40).
       01 WS-ON-HAND-DISP      PIC -ZZZZZ9.
       01 WS-COMMIT-DISP       PIC -ZZZZZ9.
       01 WS-HELD-DISP         PIC -ZZZZZ9.
       01 WS-BO-DISP           PIC -ZZZZZ9.
       01 WS-AVAIL-DISP        PIC -ZZZZZ9.
      *    ONE DAY ON THE LIST - THREE DAYS SIT SIDE BY SIDE ON EACH
      *    RPTLST LINE, A WEEK APART, SO THREE WEEKS FIT ONE SCREEN.
       01 WS-ATP-COL.
          05 WS-COL-DATE       PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-COL-IN         PIC ZZZZZ.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-COL-ATP        PIC ZZZZ9-.
       01 WS-ATP-HEAD          PIC X(23)
                               VALUE 'DATE         DUE   ATP'.
       01 WS-MAIN-SW           PIC X.
          88 WS-MAIN-SITE           VALUE 'Y'.
       01 WS-PO-EOF-SW         PIC X.
          88 WS-PO-EOF              VALUE 'Y'.
      *
       LINKAGE SECTION.
       01 LK-ATPR-REQUEST.
           05 LK-ATPR-PRODUCT      PIC X(06).
           05 LK-ATPR-LOCATION     PIC X(04).
           05 LK-ATPR-FROM-DATE    PIC X(10).
           05 LK-ATPR-ON-HAND      PIC S9(7) COMP-3.
           05 LK-ATPR-COMMITTED    PIC S9(7) COMP-3.
           05 LK-ATPR-HELD         PIC S9(7) COMP-3.
           05 LK-ATPR-BACKORDER    PIC S9(7) COMP-3.
           05 LK-ATPR-AVAIL-NOW    PIC S9(7) COMP-3.
           05 LK-ATPR-DAY OCCURS 21 TIMES.
              10 LK-ATPR-DAY-DATE  PIC X(10).
              10 LK-ATPR-DAY-IN    PIC S9(7) COMP-3.
              10 LK-ATPR-DAY-ATP   PIC S9(7) COMP-3.
           05 LK-ATPR-TITLE        PIC X(40).
           05 LK-ATPR-LINE OCCURS 10 TIMES PIC X(70).
           05 LK-ATPR-RESULT       PIC X(01).
           05 LK-ATPR-SQLCODE      PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-ATPR-REQUEST.
       0000-MAIN-PARA.
           MOVE 'Y' TO LK-ATPR-RESULT
           MOVE 0 TO LK-ATPR-SQLCODE
           MOVE 0 TO LK-ATPR-ON-HAND
           MOVE 0 TO LK-ATPR-COMMITTED
           MOVE 0 TO LK-ATPR-HELD
           MOVE 0 TO LK-ATPR-BACKORDER
           MOVE 0 TO LK-ATPR-AVAIL-NOW
           MOVE SPACES TO LK-ATPR-TITLE
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > 10
               MOVE SPACES TO LK-ATPR-LINE(WS-ROW-IX)
           END-PERFORM
           IF LK-ATPR-LOCATION = SPACES OR LOW-VALUES
              MOVE SPACES TO LK-ATPR-LOCATION
              MOVE 'Y' TO WS-MAIN-SW
           ELSE
              IF LK-ATPR-LOCATION = 'MAIN'
                 MOVE 'Y' TO WS-MAIN-SW
              ELSE
                 MOVE 'N' TO WS-MAIN-SW
              END-IF
           END-IF
           PERFORM 1000-READ-STOCK-PARA
           IF LK-ATPR-RESULT = 'Y'
              PERFORM 2000-GET-DEMAND-PARA
           END-IF
           IF LK-ATPR-RESULT = 'Y'
              PERFORM 3000-BUILD-DAYS-PARA
              PERFORM 4000-ADD-SUPPLY-PARA
           END-IF
           IF LK-ATPR-RESULT = 'Y'
              PERFORM 5000-FORMAT-LINES-PARA
           END-IF
           GOBACK.
       1000-READ-STOCK-PARA.
           MOVE LK-ATPR-PRODUCT TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF LK-ATPR-PRODUCT TO
                PRODUCT-CODE-LEN OF DCLPRODUCT1
           EXEC SQL
               SELECT STOCK_AVAILABILITY
                INTO :STOCK-AVAILABILITY
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE STOCK-AVAILABILITY TO WS-BASE-QTY
             WHEN 100
               MOVE 'N' TO LK-ATPR-RESULT
             WHEN OTHER
               PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE
      *    A KIT HOLDS NO STOCK OF ITS OWN - WHAT CAN BE PROMISED IS
      *    WHATEVER ITS SCARCEST COMPONENT ALLOWS.
           IF LK-ATPR-RESULT = 'Y'
              EXEC SQL
                  SELECT COUNT(*)
                   INTO :WS-KIT-COMPS
                   FROM KIT_COMPONENT1
                   WHERE KIT_CODE = :DCLPRODUCT1.PRODUCT-CODE
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-FAILED-PARA
              ELSE
                 IF WS-KIT-COMPS > 0
                    MOVE 'K' TO LK-ATPR-RESULT
                 END-IF
              END-IF
           END-IF
           IF LK-ATPR-RESULT = 'Y' AND LK-ATPR-LOCATION NOT = SPACES
              MOVE LK-ATPR-PRODUCT TO
                   PRODUCT-CODE-TEXT OF DCLSTOCK-LOCATION
              MOVE LENGTH OF LK-ATPR-PRODUCT TO
                   PRODUCT-CODE-LEN OF DCLSTOCK-LOCATION
              MOVE LK-ATPR-LOCATION TO LOCATION-ID-TEXT
              MOVE LENGTH OF LK-ATPR-LOCATION TO LOCATION-ID-LEN
              EXEC SQL
                  SELECT LOC_QTY
                   INTO :LOC-QTY
                   FROM STOCK_LOCATION1
                   WHERE PRODUCT_CODE =
                         :DCLSTOCK-LOCATION.PRODUCT-CODE
                     AND LOCATION_ID = :LOCATION-ID
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  MOVE LOC-QTY TO WS-BASE-QTY
                WHEN 100
                  MOVE 'N' TO LK-ATPR-RESULT
                WHEN OTHER
                  PERFORM 9000-SQL-FAILED-PARA
              END-EVALUATE
           END-IF.
       2000-GET-DEMAND-PARA.
      *    ORDER LINES NOT YET SHIPPED, SPLIT INTO COMMITTED
      *    (CONFIRMED/PICKED - ALREADY OUT OF STOCK_AVAILABILITY) AND
      *    HELD (WAITING ON A20PGM29 - NOT YET DEDUCTED), FIRST FOR
      *    THE PRODUCT ITSELF AND THEN AS A COMPONENT OF KIT LINES.
           MOVE 0 TO WS-COMMITTED
           MOVE 0 TO WS-HELD
           MOVE 0 TO WS-KIT-COMMITTED
           MOVE 0 TO WS-KIT-HELD
           MOVE 0 TO WS-BACKORDER
           IF WS-MAIN-SITE
              EXEC SQL
                  SELECT COALESCE(SUM(CASE WHEN O.PROD_STATUS = 'HELD'
                                  THEN 0 ELSE D.QUANTITY END), 0),
                         COALESCE(SUM(CASE WHEN O.PROD_STATUS = 'HELD'
                                  THEN D.QUANTITY ELSE 0 END), 0)
                   INTO :WS-COMMITTED, :WS-HELD
                   FROM ORDER1 O, ORDER_DETAIL1 D
                   WHERE D.ORDER_ID = O.ORDER_ID
                     AND D.PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                     AND O.PROD_STATUS IN ('CONFIRMED', 'PICKED',
                                           'HELD')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-FAILED-PARA
              END-IF
           END-IF
           IF WS-MAIN-SITE AND LK-ATPR-RESULT = 'Y'
              EXEC SQL
                  SELECT COALESCE(SUM(CASE WHEN O.PROD_STATUS = 'HELD'
                                  THEN 0
                                  ELSE D.QUANTITY * K.COMPONENT_QTY
                                  END), 0),
                         COALESCE(SUM(CASE WHEN O.PROD_STATUS = 'HELD'
                                  THEN D.QUANTITY * K.COMPONENT_QTY
                                  ELSE 0 END), 0)
                   INTO :WS-KIT-COMMITTED, :WS-KIT-HELD
                   FROM ORDER1 O, ORDER_DETAIL1 D, KIT_COMPONENT1 K
                   WHERE D.ORDER_ID = O.ORDER_ID
                     AND K.KIT_CODE = D.PRODUCT_CODE
                     AND K.COMPONENT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                     AND O.PROD_STATUS IN ('CONFIRMED', 'PICKED',
                                           'HELD')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-FAILED-PARA
              END-IF
           END-IF
      *    A WAITING BACKORDER HAS FIRST CALL ON THE NEXT UNITS IN -
      *    A20PGM26 RELEASES THEM OLDEST FIRST - SO IT IS DEMAND TOO.
           IF WS-MAIN-SITE AND LK-ATPR-RESULT = 'Y'
              EXEC SQL
                  SELECT COALESCE(SUM(BO_QUANTITY), 0)
                   INTO :WS-BACKORDER
                   FROM BACKORDER1
                   WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                     AND BO_STATUS = 'WAITING'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-FAILED-PARA
              END-IF
           END-IF
           ADD WS-KIT-COMMITTED TO WS-COMMITTED
           ADD WS-KIT-HELD TO WS-HELD
           COMPUTE LK-ATPR-ON-HAND = WS-BASE-QTY + WS-COMMITTED
           MOVE WS-COMMITTED TO LK-ATPR-COMMITTED
           MOVE WS-HELD TO LK-ATPR-HELD
           MOVE WS-BACKORDER TO LK-ATPR-BACKORDER
           COMPUTE LK-ATPR-AVAIL-NOW =
                   WS-BASE-QTY - WS-HELD - WS-BACKORDER.
       3000-BUILD-DAYS-PARA.
      *    DAY 1 IS THE CALLER'S DATE; THE OTHER TWENTY FOLLOW ON.
           STRING LK-ATPR-FROM-DATE(1:4) LK-ATPR-FROM-DATE(6:2)
                  LK-ATPR-FROM-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 21
               COMPUTE WS-DATE-INT = WS-FROM-INT + WS-DAY-IX - 1
               COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                      WS-DATE-NUM(7:2) DELIMITED BY SIZE
                      INTO LK-ATPR-DAY-DATE(WS-DAY-IX)
               MOVE 0 TO LK-ATPR-DAY-IN(WS-DAY-IX)
               MOVE 0 TO LK-ATPR-DAY-ATP(WS-DAY-IX)
           END-PERFORM
           MOVE LK-ATPR-DAY-DATE(21) TO WS-LAST-DATE.
       4000-ADD-SUPPLY-PARA.
      *    OPEN PO QUANTITY NOT YET RECEIVED, BY EXPECTED DATE. A PO
      *    ALREADY PAST ITS DATE IS STILL COMING AND COUNTS ON DAY 1;
      *    ONE WITH NO EXPECTED DATE CANNOT BE PROMISED AGAINST, NOR
      *    A DROP-SHIP PO - ITS GOODS GO STRAIGHT TO THE CUSTOMER.
           IF WS-MAIN-SITE
              MOVE LK-ATPR-PRODUCT TO
                   PRODUCT-CODE-TEXT OF DCLPURCHASE-ORDER
              MOVE LENGTH OF LK-ATPR-PRODUCT TO
                   PRODUCT-CODE-LEN OF DCLPURCHASE-ORDER
              EXEC SQL
                  DECLARE ATPPO-CUR CURSOR FOR
                  SELECT EXPECTED_DATE,
                         SUM(ORDER_QTY - COALESCE(RECEIVED_QTY, 0))
                  FROM PURCHASE_ORDER1
                  WHERE PRODUCT_CODE =
                        :DCLPURCHASE-ORDER.PRODUCT-CODE
                    AND PO_STATUS = 'OPEN'
                    AND DS_ORDER_ID = ' '
                    AND EXPECTED_DATE > ' '
                    AND EXPECTED_DATE <= :WS-LAST-DATE
                    AND ORDER_QTY > COALESCE(RECEIVED_QTY, 0)
                  GROUP BY EXPECTED_DATE
                  ORDER BY EXPECTED_DATE
              END-EXEC
              EXEC SQL
                  OPEN ATPPO-CUR
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9000-SQL-FAILED-PARA
              ELSE
                 MOVE 1 TO WS-DAY-IX
                 MOVE 'N' TO WS-PO-EOF-SW
                 PERFORM UNTIL WS-PO-EOF
                     EXEC SQL
                         FETCH ATPPO-CUR
                         INTO :EXPECTED-DATE, :WS-PO-QTY
                     END-EXEC
                     EVALUATE SQLCODE
                       WHEN 0
                         PERFORM 4100-PLACE-PO-PARA
                       WHEN 100
                         MOVE 'Y' TO WS-PO-EOF-SW
                       WHEN OTHER
                         MOVE 'Y' TO WS-PO-EOF-SW
                         PERFORM 9000-SQL-FAILED-PARA
                     END-EVALUATE
                 END-PERFORM
                 EXEC SQL
                     CLOSE ATPPO-CUR
                 END-EXEC
              END-IF
           END-IF
           MOVE LK-ATPR-AVAIL-NOW TO WS-RUNNING
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 21
               ADD LK-ATPR-DAY-IN(WS-DAY-IX) TO WS-RUNNING
               MOVE WS-RUNNING TO LK-ATPR-DAY-ATP(WS-DAY-IX)
           END-PERFORM.
       4100-PLACE-PO-PARA.
      *    THE ROWS COME BACK IN DATE ORDER, SO THE DAY POINTER ONLY
      *    EVER MOVES FORWARD.
           PERFORM UNTIL WS-DAY-IX = 21 OR
                   LK-ATPR-DAY-DATE(WS-DAY-IX) >= EXPECTED-DATE
               ADD 1 TO WS-DAY-IX
           END-PERFORM
           ADD WS-PO-QTY TO LK-ATPR-DAY-IN(WS-DAY-IX).
       5000-FORMAT-LINES-PARA.
      *    LINES 1-2 THE COMPONENTS, 3 THE COLUMN HEADINGS, 4-10 THE
      *    DAYS - A ROW CARRIES DAYS N, N+7 AND N+14.
           MOVE SPACES TO WS-TITLE
           IF LK-ATPR-LOCATION = SPACES
              STRING 'AVAILABLE TO PROMISE ' DELIMITED BY SIZE
                     LK-ATPR-PRODUCT DELIMITED BY SIZE
                     ' ALL SITES' DELIMITED BY SIZE
                     INTO WS-TITLE
           ELSE
              STRING 'AVAILABLE TO PROMISE ' DELIMITED BY SIZE
                     LK-ATPR-PRODUCT DELIMITED BY SIZE
                     ' SITE ' DELIMITED BY SIZE
                     LK-ATPR-LOCATION DELIMITED BY SIZE
                     INTO WS-TITLE
           END-IF
           MOVE WS-TITLE TO LK-ATPR-TITLE
           MOVE LK-ATPR-ON-HAND TO WS-ON-HAND-DISP
           MOVE LK-ATPR-COMMITTED TO WS-COMMIT-DISP
           MOVE LK-ATPR-HELD TO WS-HELD-DISP
           MOVE LK-ATPR-BACKORDER TO WS-BO-DISP
           MOVE LK-ATPR-AVAIL-NOW TO WS-AVAIL-DISP
           STRING 'ON HAND' DELIMITED BY SIZE
                  WS-ON-HAND-DISP DELIMITED BY SIZE
                  '  COMMITTED' DELIMITED BY SIZE
                  WS-COMMIT-DISP DELIMITED BY SIZE
                  '  HELD' DELIMITED BY SIZE
                  WS-HELD-DISP DELIMITED BY SIZE
                  '  BACKORDERS' DELIMITED BY SIZE
                  WS-BO-DISP DELIMITED BY SIZE
                  INTO LK-ATPR-LINE(1)
           IF WS-MAIN-SITE
              STRING 'AVAILABLE NOW' DELIMITED BY SIZE
                     WS-AVAIL-DISP DELIMITED BY SIZE
                     '  OPEN PO QTY ADDED ON ITS DUE DATE'
                        DELIMITED BY SIZE
                     INTO LK-ATPR-LINE(2)
           ELSE
              STRING 'AVAILABLE NOW' DELIMITED BY SIZE
                     WS-AVAIL-DISP DELIMITED BY SIZE
                     '  SITE STOCK ONLY - ORDERS/POS RUN AT MAIN'
                        DELIMITED BY SIZE
                     INTO LK-ATPR-LINE(2)
           END-IF
           MOVE WS-ATP-HEAD TO LK-ATPR-LINE(3)(1:23)
           MOVE WS-ATP-HEAD TO LK-ATPR-LINE(3)(24:23)
           MOVE WS-ATP-HEAD TO LK-ATPR-LINE(3)(47:23)
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > 7
               MOVE WS-ROW-IX TO WS-DAY-IX
               PERFORM 5100-FORMAT-DAY-PARA
               MOVE WS-ATP-COL TO LK-ATPR-LINE(WS-ROW-IX + 3)(1:23)
               ADD 7 TO WS-DAY-IX
               PERFORM 5100-FORMAT-DAY-PARA
               MOVE WS-ATP-COL TO LK-ATPR-LINE(WS-ROW-IX + 3)(24:23)
               ADD 7 TO WS-DAY-IX
               PERFORM 5100-FORMAT-DAY-PARA
               MOVE WS-ATP-COL TO LK-ATPR-LINE(WS-ROW-IX + 3)(47:23)
           END-PERFORM.
       5100-FORMAT-DAY-PARA.
           MOVE LK-ATPR-DAY-DATE(WS-DAY-IX) TO WS-COL-DATE
           MOVE LK-ATPR-DAY-IN(WS-DAY-IX) TO WS-COL-IN
           MOVE LK-ATPR-DAY-ATP(WS-DAY-IX) TO WS-COL-ATP.
       9000-SQL-FAILED-PARA.
           MOVE 'E' TO LK-ATPR-RESULT
           MOVE SQLCODE TO LK-ATPR-SQLCODE.
