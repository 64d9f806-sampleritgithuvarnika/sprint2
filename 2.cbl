      *    NEW PRODUCTS START STANDARD-RATED - ZERO-RATING IS A
      *    DELIBERATE DECISION MADE ON THE A20PGM3 UPDATE SCREEN.
           MOVE 'S' TO TAX-CLASS
           MOVE SPACE TO ABC-CLASS
      *    AND UNDATED - A CHILLED OR DATED LINE IS FLAGGED ON A20PGM3
      *    BEFORE ITS FIRST RECEIPT.
           MOVE 'N' TO DATED-FLAG
      *    BOUGHT AND SOLD BY THE EACH UNTIL PACK SIZES ARE SET ON
      *    A20PGM3.
           MOVE 'EA' TO PURCH-UOM
           MOVE 'EA' TO SALES-UOM
      *    AND STOCKED - A DROP-SHIP LINE IS FLAGGED ON A20PGM3.
           MOVE 'N' TO DROP-SHIP
           EXEC  SQL
              INSERT INTO PRODUCT1 VALUES(
                    :PRODUCT-CODE,
                    :SUPPLIER-ID,
                    :REORDER-QTY,
                    :UNIT-COST,
                    :TAX-CLASS,
                    :ABC-CLASS,
                    :DATED-FLAG,
                    :PURCH-UOM,
                    :SALES-UOM,
                    :DROP-SHIP)
           END-EXEC.
       9300-SQL-ERROR-PARA.
      *    COMMON HANDLER - A -911/-913 DEADLOCK IS RE-EXECUTED UP TO
