      *A20PGM65 RECALL INQUIRY SAY EXACTLY WHICH ORDERS TOOK UNITS
      *FROM A CONTAMINATED BATCH. SEE LOTREQ1.CPY FOR THE REQUEST
      *AREA AND THE HANDLED/NOT-HANDLED CONTRACT.
      *KITS (STARTER PACKS AND DISPLAY BUNDLES ON KIT_COMPONENT1) ARE
      *EXPLODED HERE INTO THEIR COMPONENTS, SO EVERY CALLER DRAWS
      *DOWN, DEDUCTS AND RESTOCKS A KIT LINE THE SAME WAY - THE
      *'D' AND 'R' ACTIONS MOVE THE COMPONENT STOCK ITSELF FOR THE
      *ORDER BUILDERS, CANCELLATION, AMENDMENT, SHORT PICKS AND
      *RETURNS.
      *DATED STOCK (PRODUCT1.DATED_FLAG 'Y') IS DRAWN EARLIEST EXPIRY
      *FIRST AND A LOT PAST ITS USE-BY DATE IS NEVER ALLOCATED.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE STKMV1
           END-EXEC.
           EXEC SQL
             INCLUDE KITCMP1
           END-EXEC.
       77 WS-REMAINING        PIC S9(5) COMP-3.
       77 WS-TAKE-QTY         PIC S9(5) COMP-3.
       77 WS-COMP-QTY         PIC S9(5) COMP-3.
       77 WS-LOC-DELTA        PIC S9(5) COMP-3.
       77 WS-KIT-COMPS        PIC S9(9) COMP.
       77 WS-MOVE-PRODUCT     PIC X(06).
       77 WS-MOVE-TYPE        PIC X(03).
       77 WS-MOVE-REASON      PIC X(03).
       01 WS-LOT-EOF-SW       PIC X.
          88 WS-LOT-EOF            VALUE 'Y'.
       01 WS-LOTS-FOUND-SW    PIC X.
          88 WS-LOTS-FOUND         VALUE 'Y'.
       01 WS-KIT-EOF-SW       PIC X.
          88 WS-KIT-EOF            VALUE 'Y'.
      *
       LINKAGE SECTION.
       01 LK-LOTR-REQUEST.
           05 LK-LOTR-MOVED-BY    PIC X(08).
           05 LK-LOTR-LOC         PIC X(04).
           05 LK-LOTR-HANDLED     PIC X(01).
           05 LK-LOTR-ACTION      PIC X(01).
           05 LK-LOTR-MOVE-TYPE   PIC X(03).
           05 LK-LOTR-REASON      PIC X(03).
       PROCEDURE DIVISION USING LK-LOTR-REQUEST.
       0000-MAIN-PARA.
           MOVE 'N' TO LK-LOTR-HANDLED
           MOVE 'ORD' TO WS-MOVE-TYPE
           MOVE SPACES TO WS-MOVE-REASON
           PERFORM 1000-CHECK-KIT-PARA
           IF WS-KIT-COMPS > 0
              PERFORM 5000-EXPLODE-KIT-PARA
           ELSE
      *       A PLAIN PRODUCT - 'D' AND 'R' ARE LEFT TO THE CALLER,
      *       WHICH MOVES ITS OWN PRODUCT1 ROW EXACTLY AS BEFORE.
              IF LK-LOTR-ACTION NOT = 'D' AND LK-LOTR-ACTION NOT = 'R'
                 MOVE LK-LOTR-PRODUCT TO WS-MOVE-PRODUCT
                 MOVE LK-LOTR-QTY TO WS-REMAINING
                 PERFORM 1500-ALLOCATE-PRODUCT-PARA
                 IF WS-LOTS-FOUND
                    MOVE 'Y' TO LK-LOTR-HANDLED
                 END-IF
              END-IF
           END-IF
           GOBACK.
       1000-CHECK-KIT-PARA.
           MOVE LK-LOTR-PRODUCT TO KIT-CODE-TEXT
           MOVE LENGTH OF LK-LOTR-PRODUCT TO KIT-CODE-LEN
           MOVE 0 TO WS-KIT-COMPS
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-KIT-COMPS
                FROM KIT_COMPONENT1
                WHERE KIT_CODE = :DCLKIT-COMPONENT.KIT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-KIT-COMPS
           END-IF.
       1500-ALLOCATE-PRODUCT-PARA.
           MOVE 'N' TO WS-LOTS-FOUND-SW
           MOVE WS-MOVE-PRODUCT TO
                PRODUCT-CODE-TEXT OF DCLSTOCK-LOT
           MOVE LENGTH OF WS-MOVE-PRODUCT TO
                PRODUCT-CODE-LEN OF DCLSTOCK-LOT
           PERFORM 2000-ALLOCATE-LOTS-PARA
      *    MORE WAS DEDUCTED THAN THE LOT ROWS COVER - THE OVERFLOW
      *    GOES OUT UNTRACKED SO THE RECONCILIATION STILL SUMS TO THE
      *    ORDER LINE. A KIT COMPONENT WITH NO LOT ROWS AT ALL GOES
      *    OUT THE SAME WAY, SINCE THE CALLER ONLY KNOWS THE KIT CODE.
           IF WS-REMAINING > 0 AND
              (WS-LOTS-FOUND OR WS-KIT-COMPS > 0)
              MOVE SPACES TO LOT-NUMBER OF DCLSTOCK-MOVEMENT
              MOVE WS-REMAINING TO WS-TAKE-QTY
              PERFORM 3000-WRITE-MOVEMENT-PARA
           END-IF.
       2000-ALLOCATE-LOTS-PARA.
      *    OLDEST RECEIVED DATE FIRST - THE SHELF TURNS OVER THE WAY
      *    THE WAREHOUSE ACTUALLY PICKS. DATED LOTS GO EARLIEST EXPIRY
      *    FIRST AHEAD OF THAT, AND ONE ALREADY PAST ITS DATE IS LEFT
      *    FOR THE A20PG113 SWEEP. UNDATED LOTS CARRY A BLANK EXPIRY,
      *    SO THEIR ORDER IS UNCHANGED.
           EXEC SQL
               DECLARE LOTALL-CUR CURSOR FOR
               SELECT LOT_NUMBER, LOT_QTY_ON_HAND
               FROM STOCK_LOT1
               WHERE PRODUCT_CODE = :DCLSTOCK-LOT.PRODUCT-CODE
                 AND LOT_QTY_ON_HAND > 0
                 AND (EXPIRY_DATE = ' '
                      OR EXPIRY_DATE >= :LK-LOTR-DATE)
               ORDER BY EXPIRY_DATE, RECEIVED_DATE, LOT_NUMBER
           END-EXEC
           EXEC SQL
               OPEN LOTALL-CUR
               IF SQLCODE NOT = 0
                  MOVE 'Y' TO WS-LOT-EOF-SW
               ELSE
                  MOVE 'Y' TO WS-LOTS-FOUND-SW
                  IF LOT-QTY-ON-HAND < WS-REMAINING
                     MOVE LOT-QTY-ON-HAND TO WS-TAKE-QTY
                  ELSE
           MOVE LENGTH OF LK-LOTR-ORDER-ID TO
                ORDER-ID-LEN OF DCLSTOCK-MOVEMENT
           MOVE LK-LOTR-LINE-NUM TO LINE-NUM OF DCLSTOCK-MOVEMENT
           MOVE WS-MOVE-PRODUCT TO
                PRODUCT-CODE-TEXT OF DCLSTOCK-MOVEMENT
           MOVE LENGTH OF WS-MOVE-PRODUCT TO
                PRODUCT-CODE-LEN OF DCLSTOCK-MOVEMENT
           MOVE WS-TAKE-QTY TO
                QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT
           MOVE LK-LOTR-DATE TO MOVEMENT-DATE OF DCLSTOCK-MOVEMENT
           MOVE LK-LOTR-TIME TO MOVEMENT-TIME OF DCLSTOCK-MOVEMENT
           MOVE WS-MOVE-TYPE TO MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT
           MOVE LK-LOTR-MOVED-BY TO MOVED-BY OF DCLSTOCK-MOVEMENT
           MOVE WS-MOVE-REASON TO REASON-CODE OF DCLSTOCK-MOVEMENT
           MOVE LK-LOTR-LOC TO LOC-ID OF DCLSTOCK-MOVEMENT
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT VALUES(
                      :LOC-ID OF DCLSTOCK-MOVEMENT,
                      :LOT-NUMBER OF DCLSTOCK-MOVEMENT)
           END-EXEC.
       5000-EXPLODE-KIT-PARA.
      *    ONE PASS OVER THE KIT'S BILL OF MATERIALS - EACH COMPONENT
      *    MOVES LINE QUANTITY TIMES ITS COMPONENT-QTY. A SHORT
      *    COMPONENT ON A 'D' STOPS THE PASS; THE CALLER ROLLS BACK
      *    WHATEVER COMPONENTS WERE ALREADY TAKEN.
           EXEC SQL
               DECLARE KITCMP-CUR CURSOR FOR
               SELECT COMPONENT_CODE, COMPONENT_QTY
               FROM KIT_COMPONENT1
               WHERE KIT_CODE = :DCLKIT-COMPONENT.KIT-CODE
               ORDER BY COMPONENT_CODE
           END-EXEC
           EXEC SQL
               OPEN KITCMP-CUR
           END-EXEC
           MOVE 'Y' TO LK-LOTR-HANDLED
           MOVE 'N' TO WS-KIT-EOF-SW
           PERFORM UNTIL WS-KIT-EOF OR LK-LOTR-HANDLED = 'S'
               EXEC SQL
                   FETCH KITCMP-CUR
                   INTO :DCLKIT-COMPONENT.COMPONENT-CODE,
                        :COMPONENT-QTY
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE 'Y' TO WS-KIT-EOF-SW
               ELSE
                  MOVE COMPONENT-CODE-TEXT TO WS-MOVE-PRODUCT
                  COMPUTE WS-COMP-QTY = LK-LOTR-QTY * COMPONENT-QTY
                  EVALUATE LK-LOTR-ACTION
                    WHEN 'D'
                       PERFORM 5100-DEDUCT-COMPONENT-PARA
                    WHEN 'R'
                       PERFORM 5200-RESTOCK-COMPONENT-PARA
                    WHEN OTHER
                       MOVE WS-COMP-QTY TO WS-REMAINING
                       PERFORM 1500-ALLOCATE-PRODUCT-PARA
                  END-EVALUATE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE KITCMP-CUR
           END-EXEC.
       5100-DEDUCT-COMPONENT-PARA.
      *    GUARDED THE SAME WAY AS AN ORDER LINE - STOCK MAY NOT GO
      *    NEGATIVE - AND THE SITE SPLIT FOLLOWS THE TOTAL.
           EXEC SQL
               UPDATE PRODUCT1
                  SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                            - :WS-COMP-QTY
                WHERE PRODUCT_CODE = :WS-MOVE-PRODUCT
                  AND STOCK_AVAILABILITY >= :WS-COMP-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'S' TO LK-LOTR-HANDLED
           ELSE
              COMPUTE WS-LOC-DELTA = 0 - WS-COMP-QTY
              PERFORM 5300-ADJUST-LOC-PARA
           END-IF.
       5200-RESTOCK-COMPONENT-PARA.
           EXEC SQL
               UPDATE PRODUCT1
                  SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                            + :WS-COMP-QTY
                WHERE PRODUCT_CODE = :WS-MOVE-PRODUCT
           END-EXEC
           MOVE WS-COMP-QTY TO WS-LOC-DELTA
           PERFORM 5300-ADJUST-LOC-PARA
           IF LK-LOTR-MOVE-TYPE NOT = SPACES
              MOVE LK-LOTR-MOVE-TYPE TO WS-MOVE-TYPE
              MOVE LK-LOTR-REASON TO WS-MOVE-REASON
              MOVE SPACES TO LOT-NUMBER OF DCLSTOCK-MOVEMENT
              IF LK-LOTR-MOVE-TYPE = 'ORD'
                 COMPUTE WS-TAKE-QTY = 0 - WS-COMP-QTY
              ELSE
                 MOVE WS-COMP-QTY TO WS-TAKE-QTY
              END-IF
              PERFORM 3000-WRITE-MOVEMENT-PARA
           END-IF.
       5300-ADJUST-LOC-PARA.
      *    A COMPONENT WITH NO LOCATION ROW YET IS LEFT ALONE, SAME
      *    RULE AS THE CALLERS' OWN MAIN-SITE ADJUSTMENT.
           EXEC SQL
               UPDATE STOCK_LOCATION1
                  SET LOC_QTY = LOC_QTY + :WS-LOC-DELTA
                WHERE PRODUCT_CODE = :WS-MOVE-PRODUCT
                  AND LOCATION_ID = :LK-LOTR-LOC
           END-EXEC.
