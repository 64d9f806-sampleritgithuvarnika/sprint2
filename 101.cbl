       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG101.
      *MONTH-END STOCK SNAPSHOT AND ROLL-FORWARD. CALLED BY THE
      *A20PGM78 CLOSE ONCE IT HAS CLOSED A PERIOD. A20PGM53 VALUES
      *STOCK AS IT STANDS NOW; THIS FREEZES WHAT WAS ON HAND AT THE
      *END OF THE CLOSED MONTH - CLOSING QUANTITY AND UNIT COST PER
      *PRODUCT, AND CLOSING QUANTITY PER STOCK_LOCATION1 SITE - INTO
      *STOCK_SNAPSHOT1, SO THE VALUATION CAN BE RE-RUN AGAINST ANY
      *CLOSED PERIOD LATER ON.
      *THE CLOSE RUNS AFTER THE MONTH HAS ENDED, SO THE CLOSING
      *QUANTITY IS THE CURRENT QUANTITY WITH EVERY MOVEMENT DATED
      *INTO THE NEW MONTH BACKED OUT. IT THEN PROVES THE MONTH -
      *LAST PERIOD'S CLOSING + 'RCP' + 'RET' + 'QRL' - 'ORD' - 'EXP'
      *+/- 'ADJ' MUST COME TO THIS PERIOD'S CLOSING ('EXP' IS AN
      *EXPIRED LOT THE A20PG113 SWEEP TOOK OUT OF SELLABLE STOCK). A
      *PRODUCT THAT DOES NOT BALANCE HAD ITS STOCK CHANGED WITHOUT A
      *STOCK_MOVEMENT ROW SOMEWHERE SINCE THE LAST SNAPSHOT AND PRINTS
      *AS AN EXCEPTION.
      *'TRF' PAIRS NET TO NOTHING ACROSS SITES AND 'QIN'/'QWO'/'RTV'
      *NEVER TOUCH SELLABLE STOCK, SO NONE OF THEM ENTER THE PROOF.
      *A RE-RUN OF THE CLOSE REBUILDS THE PERIOD'S ROWS. EVERYTHING IS
      *WRITTEN IN THE CLOSE'S UNIT OF WORK. SEE SNPREQ1.CPY FOR THE
      *REQUEST AREA AND STKSNP1.CPY FOR THE ROWS.
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
             INCLUDE STKSNP1
           END-EXEC.
       COPY RPTWTR1.
       77 WS-YEAR              PIC 9(04).
       77 WS-MONTH             PIC 9(02).
       77 WS-AFTER-NET         PIC S9(9) COMP.
       77 WS-RECEIVED          PIC S9(9) COMP.
       77 WS-ISSUED            PIC S9(9) COMP.
       77 WS-ADJUSTED          PIC S9(9) COMP.
       77 WS-OPENING           PIC S9(9) COMP.
       77 WS-EXPECTED          PIC S9(9) COMP.
       77 WS-DIFF              PIC S9(9) COMP.
       77 WS-FIRST-COUNT       PIC S9(7) COMP-3 VALUE 0.
       01 WS-PRIOR-PERIOD      PIC X(07).
       01 WS-SITE              PIC X(04).
       01 WS-QRL-LOC           PIC X(04).
       01 WS-OPEN-DISP         PIC -ZZZZZ9.
       01 WS-RCV-DISP          PIC -ZZZZZ9.
       01 WS-ISS-DISP          PIC -ZZZZZ9.
       01 WS-ADJ-DISP          PIC -ZZZZZ9.
       01 WS-EXP-DISP          PIC -ZZZZZ9.
       01 WS-CLOSE-DISP        PIC -ZZZZZ9.
       01 WS-DIFF-DISP         PIC -ZZZZZ9.
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-EOF-SW            PIC X.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-LOC-EOF-SW        PIC X.
          88 WS-LOC-EOF             VALUE 'Y'.
       01 WS-OPENING-SW        PIC X.
          88 WS-OPENING-FOUND       VALUE 'Y'.
      *
       LINKAGE SECTION.
       01 LK-SNPR-REQUEST.
           05 LK-SNPR-PERIOD       PIC X(07).
           05 LK-SNPR-PERIOD-START PIC X(10).
           05 LK-SNPR-NEXT-START   PIC X(10).
           05 LK-SNPR-RUN-DATE     PIC X(10).
           05 LK-SNPR-PRODUCTS     PIC S9(7) COMP-3.
           05 LK-SNPR-EXCEPTIONS   PIC S9(7) COMP-3.
           05 LK-SNPR-RESULT       PIC X(01).
           05 LK-SNPR-SQLCODE      PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-SNPR-REQUEST.
       0000-MAIN-PARA.
           MOVE 'Y' TO LK-SNPR-RESULT
           MOVE 0 TO LK-SNPR-SQLCODE
           MOVE 0 TO LK-SNPR-PRODUCTS
           MOVE 0 TO LK-SNPR-EXCEPTIONS
           MOVE 0 TO WS-FIRST-COUNT
           PERFORM 0200-SET-PRIOR-PERIOD-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'MONTH-END STOCK ROLL-FORWARD' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'PERIOD ' DELIMITED BY SIZE
                  LK-SNPR-PERIOD DELIMITED BY SIZE
                  ' - PRODUCTS THAT DO NOT ROLL FORWARD'
                     DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'ITEM   OPENING RECEIVD  ISSUED ' DELIMITED BY SIZE
                  'ADJUSTD EXPECTD CLOSING    DIFF' DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 1000-CLEAR-PERIOD-PARA
           PERFORM 2000-SNAPSHOT-PARA
           MOVE 'T' TO RPTW-ACTION
           MOVE LK-SNPR-PRODUCTS TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'PRODUCTS SNAPSHOT:    ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'T' TO RPTW-ACTION
           MOVE WS-FIRST-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'FIRST SNAPSHOT:       ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'T' TO RPTW-ACTION
           MOVE LK-SNPR-EXCEPTIONS TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'NOT BALANCED:         ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           GOBACK.
       0200-SET-PRIOR-PERIOD-PARA.
      *    THE OPENING FOR THE PROOF IS THE PERIOD IMMEDIATELY BEFORE
      *    - A GAP MONTH WITH NO SNAPSHOT MAKES THE PRODUCT START
      *    AGAIN AS A FIRST SNAPSHOT RATHER THAN SKIP A MONTH'S
      *    MOVEMENTS.
           MOVE LK-SNPR-PERIOD(1:4) TO WS-YEAR
           MOVE LK-SNPR-PERIOD(6:2) TO WS-MONTH
           IF WS-MONTH > 1
              SUBTRACT 1 FROM WS-MONTH
           ELSE
              MOVE 12 TO WS-MONTH
              SUBTRACT 1 FROM WS-YEAR
           END-IF
           STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                  INTO WS-PRIOR-PERIOD.
       1000-CLEAR-PERIOD-PARA.
           MOVE LK-SNPR-PERIOD TO PERIOD
           EXEC SQL
               DELETE FROM STOCK_SNAPSHOT1
                WHERE PERIOD = :PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9000-SQL-FAILED-PARA
           END-IF.
       2000-SNAPSHOT-PARA.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE SNPPRD-CUR CURSOR FOR
               SELECT PRODUCT_CODE, STOCK_AVAILABILITY, UNIT_COST
               FROM PRODUCT1
               ORDER BY PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN SNPPRD-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           END-IF
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH SNPPRD-CUR
                  INTO :DCLPRODUCT1.PRODUCT-CODE,
                       :STOCK-AVAILABILITY OF DCLPRODUCT1,
                       :UNIT-COST OF DCLPRODUCT1
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                   PERFORM 3000-SNAP-PRODUCT-PARA
                WHEN 100
                   MOVE 'Y' TO WS-EOF-SW
                WHEN OTHER
                   PERFORM 9000-SQL-FAILED-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE SNPPRD-CUR
           END-EXEC.
       3000-SNAP-PRODUCT-PARA.
           ADD 1 TO LK-SNPR-PRODUCTS
           PERFORM 3100-AFTER-PERIOD-PARA
           COMPUTE CLOSING-QTY = STOCK-AVAILABILITY OF DCLPRODUCT1
                                 - WS-AFTER-NET
           PERFORM 3200-PERIOD-MOVEMENTS-PARA
           PERFORM 3300-GET-OPENING-PARA
           MOVE WS-RECEIVED TO RECEIVED-QTY
           MOVE WS-ISSUED TO ISSUED-QTY
           MOVE WS-ADJUSTED TO ADJUSTED-QTY
           IF NOT WS-OPENING-FOUND
      *       NOTHING TO PROVE AGAINST - THE OPENING IS WHATEVER THE
      *       MONTH'S MOVEMENTS SAY IT MUST HAVE BEEN.
              COMPUTE OPENING-QTY = CLOSING-QTY - WS-RECEIVED
                                    + WS-ISSUED - WS-ADJUSTED
              MOVE 'F' TO ROLL-STATUS
              ADD 1 TO WS-FIRST-COUNT
           ELSE
              MOVE WS-OPENING TO OPENING-QTY
              COMPUTE WS-EXPECTED = WS-OPENING + WS-RECEIVED
                                    - WS-ISSUED + WS-ADJUSTED
              IF WS-EXPECTED = CLOSING-QTY
                 MOVE 'B' TO ROLL-STATUS
              ELSE
                 MOVE 'X' TO ROLL-STATUS
                 ADD 1 TO LK-SNPR-EXCEPTIONS
                 PERFORM 3400-PRINT-EXCEPTION-PARA
              END-IF
           END-IF
           MOVE 'ALL' TO LOCATION-ID-TEXT OF DCLSTOCK-SNAPSHOT
           MOVE LENGTH OF 'ALL' TO LOCATION-ID-LEN OF DCLSTOCK-SNAPSHOT
           PERFORM 4000-INSERT-SNAPSHOT-PARA
           PERFORM 3500-SNAP-SITES-PARA.
       3100-AFTER-PERIOD-PARA.
      *    NET EFFECT ON THE ACROSS-SITES TOTAL OF EVERYTHING DATED
      *    INTO THE NEW MONTH - 'ORD' AND 'EXP' ARE STOCK OUT (A
      *    NEGATIVE SHORT-PICK OR AMENDMENT DELTA PUTS STOCK BACK),
      *    'ADJ' AND 'TRF' ARE ALREADY SIGNED, THE RECEIPT TYPES ARE
      *    STOCK IN.
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                        WHEN MOVEMENT_TYPE IN ('ORD', 'EXP')
                             THEN 0 - QUANTITY_DEDUCTED
                        WHEN MOVEMENT_TYPE IN ('RCP', 'RET', 'QRL',
                                               'ADJ', 'TRF')
                             THEN QUANTITY_DEDUCTED
                        ELSE 0 END), 0)
                INTO :WS-AFTER-NET
                FROM STOCK_MOVEMENT
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                  AND MOVEMENT_DATE >= :LK-SNPR-NEXT-START
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           END-IF.
       3200-PERIOD-MOVEMENTS-PARA.
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                        WHEN MOVEMENT_TYPE IN ('RCP', 'RET', 'QRL')
                             THEN QUANTITY_DEDUCTED
                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                        WHEN MOVEMENT_TYPE IN ('ORD', 'EXP')
                             THEN QUANTITY_DEDUCTED
                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                        WHEN MOVEMENT_TYPE = 'ADJ'
                             THEN QUANTITY_DEDUCTED
                        ELSE 0 END), 0)
                INTO :WS-RECEIVED, :WS-ISSUED, :WS-ADJUSTED
                FROM STOCK_MOVEMENT
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                  AND MOVEMENT_DATE >= :LK-SNPR-PERIOD-START
                  AND MOVEMENT_DATE < :LK-SNPR-NEXT-START
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           END-IF.
       3300-GET-OPENING-PARA.
           MOVE WS-PRIOR-PERIOD TO PERIOD
           MOVE PRODUCT-CODE OF DCLPRODUCT1 TO
                PRODUCT-CODE OF DCLSTOCK-SNAPSHOT
           MOVE 'ALL' TO LOCATION-ID-TEXT OF DCLSTOCK-SNAPSHOT
           MOVE LENGTH OF 'ALL' TO LOCATION-ID-LEN OF DCLSTOCK-SNAPSHOT
           EXEC SQL
               SELECT CLOSING_QTY
                INTO :WS-OPENING
                FROM STOCK_SNAPSHOT1
                WHERE PERIOD = :PERIOD
                  AND PRODUCT_CODE = :DCLSTOCK-SNAPSHOT.PRODUCT-CODE
                  AND LOCATION_ID = :DCLSTOCK-SNAPSHOT.LOCATION-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE 'Y' TO WS-OPENING-SW
             WHEN 100
                MOVE 'N' TO WS-OPENING-SW
             WHEN OTHER
                PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE
           MOVE LK-SNPR-PERIOD TO PERIOD.
       3400-PRINT-EXCEPTION-PARA.
           COMPUTE WS-DIFF = CLOSING-QTY - WS-EXPECTED
           MOVE WS-OPENING TO WS-OPEN-DISP
           MOVE WS-RECEIVED TO WS-RCV-DISP
           MOVE WS-ISSUED TO WS-ISS-DISP
           MOVE WS-ADJUSTED TO WS-ADJ-DISP
           MOVE WS-EXPECTED TO WS-EXP-DISP
           MOVE CLOSING-QTY TO WS-CLOSE-DISP
           MOVE WS-DIFF TO WS-DIFF-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING PRODUCT-CODE-TEXT OF DCLPRODUCT1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPEN-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RCV-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ISS-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADJ-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXP-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CLOSE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DIFF-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       3500-SNAP-SITES-PARA.
      *    ONE ROW PER SITE, CLOSING QUANTITY ONLY. A 'QRL' RELEASE
      *    IS LOGGED AGAINST THE QUARANTINE AREA BUT THE UNITS LAND
      *    AT MAIN, SO MAIN BACKS THOSE OUT AS WELL AS ITS OWN.
           MOVE PRODUCT-CODE OF DCLPRODUCT1 TO
                PRODUCT-CODE OF DCLSTOCK-LOCATION
           MOVE 0 TO OPENING-QTY
           MOVE 0 TO RECEIVED-QTY
           MOVE 0 TO ISSUED-QTY
           MOVE 0 TO ADJUSTED-QTY
           MOVE SPACES TO ROLL-STATUS
           MOVE 'N' TO WS-LOC-EOF-SW
           EXEC SQL
               DECLARE SNPLOC-CUR CURSOR FOR
               SELECT LOCATION_ID, LOC_QTY
               FROM STOCK_LOCATION1
               WHERE PRODUCT_CODE = :DCLSTOCK-LOCATION.PRODUCT-CODE
               ORDER BY LOCATION_ID
           END-EXEC
           EXEC SQL
               OPEN SNPLOC-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           END-IF
           PERFORM UNTIL WS-LOC-EOF
              EXEC SQL
                  FETCH SNPLOC-CUR
                  INTO :DCLSTOCK-LOCATION.LOCATION-ID,
                       :LOC-QTY
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                   PERFORM 3600-SNAP-ONE-SITE-PARA
                WHEN 100
                   MOVE 'Y' TO WS-LOC-EOF-SW
                WHEN OTHER
                   PERFORM 9000-SQL-FAILED-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE SNPLOC-CUR
           END-EXEC.
       3600-SNAP-ONE-SITE-PARA.
           MOVE SPACES TO WS-SITE
           MOVE LOCATION-ID-TEXT OF DCLSTOCK-LOCATION
                (1:LOCATION-ID-LEN OF DCLSTOCK-LOCATION) TO WS-SITE
           IF WS-SITE = 'MAIN'
              MOVE 'QRTN' TO WS-QRL-LOC
           ELSE
              MOVE SPACES TO WS-QRL-LOC
           END-IF
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                        WHEN MOVEMENT_TYPE IN ('ORD', 'EXP')
                             THEN 0 - QUANTITY_DEDUCTED
                        WHEN MOVEMENT_TYPE IN ('RCP', 'RET', 'QRL',
                                               'ADJ', 'TRF')
                             THEN QUANTITY_DEDUCTED
                        ELSE 0 END), 0)
                INTO :WS-AFTER-NET
                FROM STOCK_MOVEMENT
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                  AND MOVEMENT_DATE >= :LK-SNPR-NEXT-START
                  AND (LOC_ID = :WS-SITE
                       OR (MOVEMENT_TYPE = 'QRL'
                           AND LOC_ID = :WS-QRL-LOC))
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           END-IF
           COMPUTE CLOSING-QTY = LOC-QTY - WS-AFTER-NET
           MOVE LOCATION-ID OF DCLSTOCK-LOCATION TO
                LOCATION-ID OF DCLSTOCK-SNAPSHOT
           PERFORM 4000-INSERT-SNAPSHOT-PARA.
       4000-INSERT-SNAPSHOT-PARA.
           MOVE LK-SNPR-PERIOD TO PERIOD
           MOVE PRODUCT-CODE OF DCLPRODUCT1 TO
                PRODUCT-CODE OF DCLSTOCK-SNAPSHOT
           MOVE UNIT-COST OF DCLPRODUCT1 TO
                UNIT-COST OF DCLSTOCK-SNAPSHOT
           MOVE LK-SNPR-RUN-DATE TO SNAPSHOT-DATE
           EXEC SQL
               INSERT INTO STOCK_SNAPSHOT1 VALUES(
                      :PERIOD,
                      :DCLSTOCK-SNAPSHOT.PRODUCT-CODE,
                      :DCLSTOCK-SNAPSHOT.LOCATION-ID,
                      :OPENING-QTY,
                      :RECEIVED-QTY,
                      :ISSUED-QTY,
                      :ADJUSTED-QTY,
                      :CLOSING-QTY,
                      :DCLSTOCK-SNAPSHOT.UNIT-COST,
                      :ROLL-STATUS,
                      :SNAPSHOT-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           END-IF.
       8100-CALL-WRITER-PARA.
           CALL 'A20PGM41' USING RPTW-REQUEST.
       9000-SQL-FAILED-PARA.
      *    THE CLOSE ROLLS THE WHOLE UNIT OF WORK BACK ON 'N', SO
      *    NOTHING HALF-BUILT IS LEFT BEHIND.
           MOVE 'N' TO LK-SNPR-RESULT
           MOVE SQLCODE TO LK-SNPR-SQLCODE
           DISPLAY 'STOCK SNAPSHOT SQL ERROR, SQLCODE= ' SQLCODE
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           GOBACK.
