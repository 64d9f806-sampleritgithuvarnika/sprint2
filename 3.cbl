           EXEC SQL
             INCLUDE KEYERR1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE PRDUOM1
           END-EXEC.
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-SQLCODE       PIC -9(04).                                
       01 WS-AMT-NUM       PIC 9(4)V9(2).
       01 WS-REORDER-DISP  PIC ZZZ9.
       01 WS-FACTOR-DISP   PIC ZZZ9.
       01 WS-UOM-CODE      PIC X(02).
       01 WS-UOM-FOUND     PIC S9(4) COMP.
       01 WS-NEW-INNER     PIC S9(4) COMP.
       01 WS-NEW-CASE      PIC S9(4) COMP.
       01 WS-NEW-PALLET    PIC S9(4) COMP.
       01 WS-NEW-FACTOR    PIC S9(4) COMP.
       01 WS-OLD-FACTOR    PIC S9(4) COMP.
       01 WS-CAL-YEAR            PIC 9(04).
       01 WS-CAL-MONTH           PIC 9(02).
       01 WS-CAL-DAY             PIC 9(02).
          05 WS-OLD-SUPP   PIC X(06).
          05 WS-OLD-RQTY   PIC S9(4) COMP.
          05 WS-OLD-TAXCL  PIC X(01).
          05 WS-OLD-DATED  PIC X(01).
          05 WS-OLD-PUOM   PIC X(02).
          05 WS-OLD-SUOM   PIC X(02).
          05 WS-OLD-INNER  PIC S9(4) COMP.
          05 WS-OLD-CASE   PIC S9(4) COMP.
          05 WS-OLD-PALLET PIC S9(4) COMP.
          05 WS-OLD-DROP   PIC X(01).
      *                                                              
       LINKAGE SECTION.                                              
       01 DFHCOMMAREA.                                               
            10 LK-OLD-SUPP   PIC X(06).
            10 LK-OLD-RQTY   PIC S9(4) COMP.
            10 LK-OLD-TAXCL  PIC X(01).
            10 LK-OLD-DATED  PIC X(01).
            10 LK-OLD-PUOM   PIC X(02).
            10 LK-OLD-SUOM   PIC X(02).
            10 LK-OLD-INNER  PIC S9(4) COMP.
            10 LK-OLD-CASE   PIC S9(4) COMP.
            10 LK-OLD-PALLET PIC S9(4) COMP.
            10 LK-OLD-DROP   PIC X(01).
       PROCEDURE DIVISION.                                           
       MAIN-PARA.                                                    
           IF EIBCALEN = 0                                           
                     PRODUCT_CATEGORY,
                     SUPPLIER_ID,
                     REORDER_QTY,
                     TAX_CLASS,
                     DATED_FLAG,
                     PURCH_UOM,
                     SALES_UOM,
                     DROP_SHIP
              INTO  :PRODUCT-CODE,
                    :PRODUCT-NAME,
                    :PRODUCT-DESC,
                    :PRODUCT-CATEGORY,
                    :SUPPLIER-ID,
                    :REORDER-QTY,
                    :TAX-CLASS,
                    :DATED-FLAG,
                    :PURCH-UOM,
                    :SALES-UOM,
                    :DROP-SHIP
              FROM PRODUCT1
              WHERE PRODUCT_CODE = :PRODUCT-CODE
           END-EXEC
                MOVE   REORDER-QTY   TO WS-REORDER-DISP
                MOVE   WS-REORDER-DISP TO PRORQTO
                MOVE   TAX-CLASS     TO PROTAXO
                MOVE   DATED-FLAG    TO PRODTDO
                MOVE   PURCH-UOM     TO PROPUNO
                MOVE   SALES-UOM     TO PROSUNO
                MOVE   DROP-SHIP     TO PRODSHO
                MOVE   PRODUCT-NAME-TEXT(1:PRODUCT-NAME-LEN)
                                     TO WS-OLD-NAME
                MOVE   PRODUCT-DESC-TEXT(1:PRODUCT-DESC-LEN)
                                     TO WS-OLD-SUPP
                MOVE   REORDER-QTY   TO WS-OLD-RQTY
                MOVE   TAX-CLASS     TO WS-OLD-TAXCL
                MOVE   DATED-FLAG    TO WS-OLD-DATED
                MOVE   PURCH-UOM     TO WS-OLD-PUOM
                MOVE   SALES-UOM     TO WS-OLD-SUOM
                MOVE   DROP-SHIP     TO WS-OLD-DROP
                PERFORM 4150-GET-PACKS-PARA
             WHEN 100
                MOVE 'PRODUCT NOT FOUND '   TO PROMSGO
                PERFORM 4200-LOG-EXCEPTION-PARA
           END-EVALUATE.
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       4150-GET-PACKS-PARA.
      *    THE INNER, CASE AND PALLET SIZES OFF PRODUCT_UOM1 - NO ROW
      *    SHOWS AS ZERO, THE PRODUCT DOES NOT COME IN THAT PACK.
           MOVE 'IN' TO WS-UOM-CODE
           PERFORM 4160-GET-ONE-PACK-PARA
           MOVE WS-UOM-FOUND TO WS-OLD-INNER
           MOVE 'CS' TO WS-UOM-CODE
           PERFORM 4160-GET-ONE-PACK-PARA
           MOVE WS-UOM-FOUND TO WS-OLD-CASE
           MOVE 'PL' TO WS-UOM-CODE
           PERFORM 4160-GET-ONE-PACK-PARA
           MOVE WS-UOM-FOUND TO WS-OLD-PALLET
           MOVE WS-OLD-INNER TO WS-FACTOR-DISP
           MOVE WS-FACTOR-DISP TO PROINRO
           MOVE WS-OLD-CASE TO WS-FACTOR-DISP
           MOVE WS-FACTOR-DISP TO PROCSEO
           MOVE WS-OLD-PALLET TO WS-FACTOR-DISP
           MOVE WS-FACTOR-DISP TO PROPLTO.
       4160-GET-ONE-PACK-PARA.
           MOVE PRODUCT-CODE-TEXT OF DCLPRODUCT1 TO
                PRODUCT-CODE-TEXT OF DCLPRODUCT-UOM
           MOVE PRODUCT-CODE-LEN OF DCLPRODUCT1 TO
                PRODUCT-CODE-LEN OF DCLPRODUCT-UOM
           MOVE WS-UOM-CODE TO UOM-CODE
           EXEC SQL
               SELECT UOM_FACTOR
                INTO :UOM-FACTOR
                FROM PRODUCT_UOM1
                WHERE PRODUCT_CODE = :DCLPRODUCT-UOM.PRODUCT-CODE
                  AND UOM_CODE = :UOM-CODE
           END-EXEC
           IF SQLCODE = 0
              MOVE UOM-FACTOR TO WS-UOM-FOUND
           ELSE
              MOVE 0 TO WS-UOM-FOUND
           END-IF.
       4200-LOG-EXCEPTION-PARA.
           PERFORM 1000-GET-DATE
           MOVE 'A20PGM3' TO
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
      *    'Y' DATED (LOTS CARRY A USE-BY DATE) / 'N' NOT - BLANK
      *    KEEPS THE FLAG AS LOOKED UP, SAME RULE AS TAX CLASS.
           IF PRODTDI = SPACES OR LOW-VALUES
              MOVE WS-OLD-DATED TO DATED-FLAG
           ELSE
              IF PRODTDI = 'Y' OR PRODTDI = 'N'
                 MOVE PRODTDI TO DATED-FLAG
              ELSE
                 MOVE 'DATED FLAG MUST BE Y OR N' TO PROMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
      *    'Y' DROP-SHIP (THE SUPPLIER DELIVERS TO THE CUSTOMER AND
      *    WE NEVER STOCK IT) / 'N' STOCKED - BLANK KEEPS THE FLAG AS
      *    LOOKED UP. A DROP-SHIP LINE IS ORDERED FROM ITS SUPPLIER
      *    AT ORDER ENTRY, SO IT CANNOT BE LEFT WITHOUT ONE.
           IF PRODSHI = SPACES OR LOW-VALUES
              MOVE WS-OLD-DROP TO DROP-SHIP
           ELSE
              IF PRODSHI = 'Y' OR PRODSHI = 'N'
                 MOVE PRODSHI TO DROP-SHIP
              ELSE
                 MOVE 'DROP-SHIP FLAG MUST BE Y OR N' TO PROMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
           IF DROP-SHIP = 'Y' AND
              (PROSUPI = SPACES OR LOW-VALUES)
              MOVE 'DROP-SHIP PRODUCT NEEDS A SUPPLIER ID' TO PROMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 6010-EDIT-PACKS-PARA
           PERFORM 6020-EDIT-UNITS-PARA
           MOVE PROCODEI TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH  OF PROCODEI TO PRODUCT-CODE-LEN OF DCLPRODUCT1
           PERFORM 6050-CAPTURE-OLD-PRICE-PARA
                    PRODUCT_CATEGORY = :PRODUCT-CATEGORY,
                    SUPPLIER_ID = :SUPPLIER-ID,
                    REORDER_QTY = :REORDER-QTY,
                    TAX_CLASS = :TAX-CLASS,
                    DATED_FLAG = :DATED-FLAG,
                    PURCH_UOM = :PURCH-UOM,
                    SALES_UOM = :SALES-UOM,
                    DROP_SHIP = :DROP-SHIP
                    WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                      AND PRODUCT_NAME = :WS-OLD-NAME
                      AND PRODUCT_DESC = :WS-OLD-DESC
                      AND SUPPLIER_ID = :WS-OLD-SUPP
                      AND REORDER_QTY = :WS-OLD-RQTY
                      AND TAX_CLASS = :WS-OLD-TAXCL
                      AND DATED_FLAG = :WS-OLD-DATED
                      AND PURCH_UOM = :WS-OLD-PUOM
                      AND SALES_UOM = :WS-OLD-SUOM
                      AND DROP_SHIP = :WS-OLD-DROP
           END-EXEC.
           EVALUATE  SQLCODE
             WHEN 0
                MOVE PROSUPI TO WS-OLD-SUPP
                MOVE REORDER-QTY TO WS-OLD-RQTY
                MOVE TAX-CLASS TO WS-OLD-TAXCL
                MOVE DATED-FLAG TO WS-OLD-DATED
                MOVE PURCH-UOM TO WS-OLD-PUOM
                MOVE SALES-UOM TO WS-OLD-SUOM
                MOVE DROP-SHIP TO WS-OLD-DROP
                PERFORM 6060-LOG-PRICE-HISTORY-PARA
                PERFORM 6080-SAVE-PACKS-PARA
             WHEN 100
                PERFORM 6070-REDISPLAY-CURRENT-PARA
             WHEN OTHER
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6010-EDIT-PACKS-PARA.
      *    EACHES PER INNER, CASE AND PALLET. BLANK KEEPS THE SIZE AS
      *    LOOKED UP; ZERO TAKES THE PACK AWAY. A PACK OF ONE IS JUST
      *    THE EACH, AND EACH BIGGER PACK MUST HOLD MORE THAN THE ONE
      *    BELOW IT - A CASE SMALLER THAN ITS INNER IS A KEYING SLIP
      *    THAT WOULD MULTIPLY THROUGH EVERY ORDER.
           IF PROINRI = SPACES OR LOW-VALUES
              MOVE WS-OLD-INNER TO WS-NEW-INNER
           ELSE
              IF PROINRI IS NUMERIC
                 MOVE PROINRI TO WS-NEW-INNER
              ELSE
                 MOVE 'INNER PACK MUST BE NUMERIC' TO PROMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
           IF PROCSEI = SPACES OR LOW-VALUES
              MOVE WS-OLD-CASE TO WS-NEW-CASE
           ELSE
              IF PROCSEI IS NUMERIC
                 MOVE PROCSEI TO WS-NEW-CASE
              ELSE
                 MOVE 'CASE SIZE MUST BE NUMERIC' TO PROMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
           IF PROPLTI = SPACES OR LOW-VALUES
              MOVE WS-OLD-PALLET TO WS-NEW-PALLET
           ELSE
              IF PROPLTI IS NUMERIC
                 MOVE PROPLTI TO WS-NEW-PALLET
              ELSE
                 MOVE 'PALLET SIZE MUST BE NUMERIC' TO PROMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
           IF WS-NEW-INNER = 1 OR WS-NEW-CASE = 1 OR WS-NEW-PALLET = 1
              MOVE 'A PACK OF ONE IS AN EACH - USE 0 OR MORE' TO
                   PROMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-NEW-CASE > 0 AND WS-NEW-CASE NOT > WS-NEW-INNER
              MOVE 'CASE MUST HOLD MORE THAN AN INNER' TO PROMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-NEW-PALLET > 0 AND
              (WS-NEW-PALLET NOT > WS-NEW-CASE OR
               WS-NEW-PALLET NOT > WS-NEW-INNER)
              MOVE 'PALLET MUST HOLD MORE THAN A CASE' TO PROMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       6020-EDIT-UNITS-PARA.
      *    THE PACK THE PRODUCT IS BOUGHT IN AND NORMALLY SOLD IN -
      *    BLANK KEEPS THE UNIT AS LOOKED UP, SAME RULE AS TAX CLASS.
      *    A UNIT OTHER THAN THE EACH NEEDS ITS PACK SIZE SET.
           IF PROPUNI = SPACES OR LOW-VALUES
              MOVE WS-OLD-PUOM TO PURCH-UOM
           ELSE
              MOVE PROPUNI TO PURCH-UOM
           END-IF
           IF PROSUNI = SPACES OR LOW-VALUES
              MOVE WS-OLD-SUOM TO SALES-UOM
           ELSE
              MOVE PROSUNI TO SALES-UOM
           END-IF
           MOVE PURCH-UOM TO WS-UOM-CODE
           PERFORM 6030-CHECK-UNIT-PARA
           IF WS-UOM-FOUND = 0
              MOVE 'PURCHASE UNIT MUST BE EA OR A PACK SET' TO PROMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE SALES-UOM TO WS-UOM-CODE
           PERFORM 6030-CHECK-UNIT-PARA
           IF WS-UOM-FOUND = 0
              MOVE 'SALES UNIT MUST BE EA OR A PACK SET' TO PROMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       6030-CHECK-UNIT-PARA.
           EVALUATE WS-UOM-CODE
             WHEN SPACES
             WHEN 'EA'
                MOVE 1 TO WS-UOM-FOUND
             WHEN 'IN'
                MOVE WS-NEW-INNER TO WS-UOM-FOUND
             WHEN 'CS'
                MOVE WS-NEW-CASE TO WS-UOM-FOUND
             WHEN 'PL'
                MOVE WS-NEW-PALLET TO WS-UOM-FOUND
             WHEN OTHER
                MOVE 0 TO WS-UOM-FOUND
           END-EVALUATE.
       6080-SAVE-PACKS-PARA.
      *    ONLY THE PACKS THAT CHANGED ARE WRITTEN.
           MOVE 'IN' TO WS-UOM-CODE
           MOVE WS-NEW-INNER TO WS-NEW-FACTOR
           MOVE WS-OLD-INNER TO WS-OLD-FACTOR
           PERFORM 6085-SAVE-ONE-PACK-PARA
           MOVE 'CS' TO WS-UOM-CODE
           MOVE WS-NEW-CASE TO WS-NEW-FACTOR
           MOVE WS-OLD-CASE TO WS-OLD-FACTOR
           PERFORM 6085-SAVE-ONE-PACK-PARA
           MOVE 'PL' TO WS-UOM-CODE
           MOVE WS-NEW-PALLET TO WS-NEW-FACTOR
           MOVE WS-OLD-PALLET TO WS-OLD-FACTOR
           PERFORM 6085-SAVE-ONE-PACK-PARA
           MOVE WS-NEW-INNER TO WS-OLD-INNER
           MOVE WS-NEW-CASE TO WS-OLD-CASE
           MOVE WS-NEW-PALLET TO WS-OLD-PALLET.
       6085-SAVE-ONE-PACK-PARA.
           IF WS-NEW-FACTOR NOT = WS-OLD-FACTOR
              MOVE PRODUCT-CODE-TEXT OF DCLPRODUCT1 TO
                   PRODUCT-CODE-TEXT OF DCLPRODUCT-UOM
              MOVE PRODUCT-CODE-LEN OF DCLPRODUCT1 TO
                   PRODUCT-CODE-LEN OF DCLPRODUCT-UOM
              MOVE WS-UOM-CODE TO UOM-CODE
              MOVE WS-NEW-FACTOR TO UOM-FACTOR
              IF WS-NEW-FACTOR = 0
                 EXEC SQL
                     DELETE FROM PRODUCT_UOM1
                      WHERE PRODUCT_CODE =
                            :DCLPRODUCT-UOM.PRODUCT-CODE
                        AND UOM_CODE = :UOM-CODE
                 END-EXEC
              ELSE
                 EXEC SQL
                     UPDATE PRODUCT_UOM1
                        SET UOM_FACTOR = :UOM-FACTOR
                      WHERE PRODUCT_CODE =
                            :DCLPRODUCT-UOM.PRODUCT-CODE
                        AND UOM_CODE = :UOM-CODE
                 END-EXEC
                 IF SQLCODE = 100
                    EXEC SQL
                        INSERT INTO PRODUCT_UOM1 VALUES(
                               :DCLPRODUCT-UOM.PRODUCT-CODE,
                               :UOM-CODE,
                               :UOM-FACTOR)
                    END-EXEC
                 END-IF
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO WS-SQLCODE
                 STRING 'PACK SIZE NOT SAVED ' DELIMITED BY SIZE
                        WS-SQLCODE DELIMITED BY SIZE
                        INTO PROMSGO
              END-IF
           END-IF.
       6070-REDISPLAY-CURRENT-PARA.
      *    THE ROW NO LONGER MATCHES WHAT WAS DISPLAYED - SHOW WHAT
      *    IS THERE NOW, REFRESH THE BEFORE-IMAGE, AND LET THE CLERK
                     PRODUCT_CATEGORY,
                     SUPPLIER_ID,
                     REORDER_QTY,
                     TAX_CLASS,
                     DATED_FLAG,
                     PURCH_UOM,
                     SALES_UOM,
                     DROP_SHIP
              INTO  :PRODUCT-NAME,
                    :PRODUCT-DESC,
                    :PRODUCT-PRICE,
                    :PRODUCT-CATEGORY,
                    :SUPPLIER-ID,
                    :REORDER-QTY,
                    :TAX-CLASS,
                    :DATED-FLAG,
                    :PURCH-UOM,
                    :SALES-UOM,
                    :DROP-SHIP
              FROM PRODUCT1
              WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
              MOVE REORDER-QTY TO WS-REORDER-DISP
              MOVE WS-REORDER-DISP TO PRORQTO
              MOVE TAX-CLASS TO PROTAXO
              MOVE DATED-FLAG TO PRODTDO
              MOVE PURCH-UOM TO PROPUNO
              MOVE SALES-UOM TO PROSUNO
              MOVE DROP-SHIP TO PRODSHO
              MOVE PRODUCT-NAME-TEXT(1:PRODUCT-NAME-LEN) TO
                   WS-OLD-NAME
              MOVE PRODUCT-DESC-TEXT(1:PRODUCT-DESC-LEN) TO
                   WS-OLD-SUPP
              MOVE REORDER-QTY TO WS-OLD-RQTY
              MOVE TAX-CLASS TO WS-OLD-TAXCL
              MOVE DATED-FLAG TO WS-OLD-DATED
              MOVE PURCH-UOM TO WS-OLD-PUOM
              MOVE SALES-UOM TO WS-OLD-SUOM
              MOVE DROP-SHIP TO WS-OLD-DROP
              PERFORM 4150-GET-PACKS-PARA
              MOVE 'CHANGED BY ANOTHER USER - NOT SAVED' TO PROMSGO
           ELSE
              MOVE 'NO RECORD FOUND' TO PROMSGO
