           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       COPY LOTREQ1.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
      *    THE DIFFERENCE OFF THE ORDER TOTAL AND THE CUSTOMER'S
      *    BALANCE - SAME PER-UNIT MATH AS THE A20PGM31 RETURNS
      *    CREDIT, SO THE INVOICE THE A20PGM33 RUN LATER CUTS SHOWS
      *    WHAT ACTUALLY GOES IN THE BOX. THE PICKED COUNT IS IN
      *    EACHES, SO THE LINE'S PACK GOES BACK TO 'EA' WITH IT.
           COMPUTE WS-UNIT-PRICE ROUNDED =
                   LINE-AMOUNT OF DCLORDER-DETAIL
                   / QUANTITY OF DCLORDER-DETAIL
           EXEC SQL
               UPDATE ORDER_DETAIL1
                  SET QUANTITY = :WS-ACTUAL-QTY,
                      LINE_AMOUNT = LINE_AMOUNT - :WS-CREDIT-AMT,
                      ORDER_UOM = 'EA',
                      UOM_QTY = :WS-ACTUAL-QTY
                WHERE ORDER_ID = :DCLORDER1.ORDER-ID
                  AND LINE_NUM = :WS-LINE-NUM
           END-EXEC
      *    CORRECTION SO AVAILABILITY AND THE MAIN-SITE SPLIT AGREE
      *    WITH THE SHELF AGAIN. IF THE SHELF WAS GENUINELY SHORT THE
      *    A20PGM46 STOCK-TAKE ADJUSTMENT SETTLES THE DIFFERENCE.
      *    A SHORT-PICKED KIT PUTS ITS COMPONENTS BACK THROUGH
      *    A20PGM64, WHICH WRITES THE 'SHT' CORRECTIONS PER COMPONENT.
           PERFORM 5220-CORRECT-KIT-PARA
           IF LOTR-HANDLED = 'N'
              EXEC SQL
                  UPDATE PRODUCT1
                     SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                               + :WS-SHORT-QTY
                   WHERE PRODUCT_CODE = :DCLORDER-DETAIL.PRODUCT-CODE
              END-EXEC
              MOVE PRODUCT-CODE OF DCLORDER-DETAIL TO
                   PRODUCT-CODE OF DCLSTOCK-LOCATION
              MOVE WS-SHORT-QTY TO WS-LOC-DELTA
              PERFORM 5250-ADJUST-MAIN-LOC-PARA
              PERFORM 5280-LOG-CORRECTION-PARA
           END-IF.
       5220-CORRECT-KIT-PARA.
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO LOTR-PRODUCT
           MOVE WS-SHORT-QTY TO LOTR-QTY
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO LOTR-ORDER-ID
           MOVE WS-LINE-NUM TO LOTR-LINE-NUM
           MOVE WS-DATE TO LOTR-DATE
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'R' TO LOTR-ACTION
           MOVE 'ORD' TO LOTR-MOVE-TYPE
           MOVE 'SHT' TO LOTR-REASON
           CALL 'A20PGM64' USING LOTR-REQUEST.
       5250-ADJUST-MAIN-LOC-PARA.
      *    KEEPS THE MAIN-DEPOT ROW OF THE SITE SPLIT IN STEP WITH
      *    THE PRODUCT1 TOTAL, SAME RULE AS ORDER ENTRY - THE TOTAL
