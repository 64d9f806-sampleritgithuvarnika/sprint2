       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG116.
      *SHARED UNIT-OF-MEASURE CONVERSION. STOCK IS KEPT IN EACHES BUT
      *SUPPLIERS SELL US CASES AND TRADE CUSTOMERS ORDER BY THE CASE,
      *SO CLERKS WERE MULTIPLYING IN THEIR HEADS ON THE ORDER AND
      *RECEIPT SCREENS AND SOMETIMES GETTING IT WRONG. EVERY SCREEN
      *THAT TAKES A QUANTITY IN A PACK (A20PGM5 ORDER LINES, A20PGM24
      *PURCHASE ORDERS, A20PGM22 GOODS RECEIPT) HANDS IT HERE AND GETS
      *THE SAME ANSWER - THE PACK'S PRODUCT_UOM1 FACTOR TIMES THE
      *QUANTITY. NO UNIT KEYED MEANS THE PRODUCT'S OWN SALES OR
      *PURCHASE UNIT OFF PRODUCT1, AND THAT BLANK MEANS THE EACH.
      *READ ONLY. SEE UOMREQ1.CPY FOR THE REQUEST AREA.
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
             INCLUDE PRDUOM1
           END-EXEC.
      *
       LINKAGE SECTION.
       01 LK-UOMR-REQUEST.
           05 LK-UOMR-PRODUCT      PIC X(06).
           05 LK-UOMR-USE          PIC X(01).
           05 LK-UOMR-UNIT         PIC X(02).
           05 LK-UOMR-QTY          PIC S9(7) COMP-3.
           05 LK-UOMR-FACTOR       PIC S9(5) COMP-3.
           05 LK-UOMR-BASE-QTY     PIC S9(9) COMP-3.
           05 LK-UOMR-RESULT       PIC X(01).
           05 LK-UOMR-SQLCODE      PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-UOMR-REQUEST.
       0000-MAIN-PARA.
           MOVE 'Y' TO LK-UOMR-RESULT
           MOVE 0 TO LK-UOMR-SQLCODE
           MOVE 0 TO LK-UOMR-FACTOR
           MOVE 0 TO LK-UOMR-BASE-QTY
           IF LK-UOMR-UNIT = SPACES OR LOW-VALUES
              PERFORM 1000-DEFAULT-UNIT-PARA
           END-IF
           IF LK-UOMR-RESULT = 'Y'
              PERFORM 2000-GET-FACTOR-PARA
           END-IF
           IF LK-UOMR-RESULT = 'Y'
              COMPUTE LK-UOMR-BASE-QTY = LK-UOMR-QTY * LK-UOMR-FACTOR
           END-IF
           GOBACK.
       1000-DEFAULT-UNIT-PARA.
           MOVE LK-UOMR-PRODUCT TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF LK-UOMR-PRODUCT TO
                PRODUCT-CODE-LEN OF DCLPRODUCT1
           EXEC SQL
               SELECT PURCH_UOM, SALES_UOM
                INTO :PURCH-UOM, :SALES-UOM
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF LK-UOMR-USE = 'P'
                   MOVE PURCH-UOM TO LK-UOMR-UNIT
                ELSE
                   MOVE SALES-UOM TO LK-UOMR-UNIT
                END-IF
                IF LK-UOMR-UNIT = SPACES
                   MOVE 'EA' TO LK-UOMR-UNIT
                END-IF
             WHEN 100
                MOVE 'N' TO LK-UOMR-RESULT
             WHEN OTHER
                PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE.
       2000-GET-FACTOR-PARA.
      *    THE EACH IS THE BASE UNIT AND HAS NO ROW OF ITS OWN.
           IF LK-UOMR-UNIT = 'EA'
              MOVE 1 TO LK-UOMR-FACTOR
           ELSE
              MOVE LK-UOMR-PRODUCT TO
                   PRODUCT-CODE-TEXT OF DCLPRODUCT-UOM
              MOVE LENGTH OF LK-UOMR-PRODUCT TO
                   PRODUCT-CODE-LEN OF DCLPRODUCT-UOM
              MOVE LK-UOMR-UNIT TO UOM-CODE
              EXEC SQL
                  SELECT UOM_FACTOR
                   INTO :UOM-FACTOR
                   FROM PRODUCT_UOM1
                   WHERE PRODUCT_CODE = :DCLPRODUCT-UOM.PRODUCT-CODE
                     AND UOM_CODE = :UOM-CODE
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                   IF UOM-FACTOR > 0
                      MOVE UOM-FACTOR TO LK-UOMR-FACTOR
                   ELSE
                      MOVE 'U' TO LK-UOMR-RESULT
                   END-IF
                WHEN 100
                   MOVE 'U' TO LK-UOMR-RESULT
                WHEN OTHER
                   PERFORM 9000-SQL-FAILED-PARA
              END-EVALUATE
           END-IF.
       9000-SQL-FAILED-PARA.
           MOVE 'E' TO LK-UOMR-RESULT
           MOVE SQLCODE TO LK-UOMR-SQLCODE.
