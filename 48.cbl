      *UNIT TODAY) WITHOUT TOUCHING THE ACROSS-SITES TOTAL ON
      *PRODUCT1, AND WRITES A 'TRF' STOCK_MOVEMENT ROW FOR EACH SIDE
      *SO BOTH ENDS OF THE MOVE ARE ON THE AUDIT TRAIL.
      *ROUTINE TOP-UPS OF THE MAIN PICK FACE COME OFF THE OVERNIGHT
      *A20PGM90 LIST AND ARE CONFIRMED IN BULK ON A20PGM91 INSTEAD.
      *ENTER = SHOW LOCATION QUANTITIES.  PF1 = TRANSFER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           END-EXEC
           IF SQLCODE = 100
              MOVE WS-TRF-QTY TO LOC-QTY
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
       6000-LOG-TRANSFER-SIDE-PARA.
