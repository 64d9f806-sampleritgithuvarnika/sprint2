       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG113.
      *NIGHTLY EXPIRED-LOT SWEEP. A20PGM64 NO LONGER ALLOCATES A LOT
      *PAST ITS USE-BY DATE, BUT THE UNITS ARE STILL COUNTED IN
      *PRODUCT1.STOCK_AVAILABILITY AND AT THE SITE THEY WERE BOOKED
      *INTO - ORDER ENTRY WOULD KEEP PROMISING STOCK NOBODY CAN SHIP.
      *THIS RUN TAKES EVERY STOCK_LOT1 ROW WITH UNITS LEFT AND AN
      *EXPIRY-DATE BEFORE THE RUN DATE OUT OF SELLABLE STOCK: THE
      *PRODUCT TOTAL AND THE LOT'S RECEIVED-LOC SITE COME DOWN, THE
      *LOT IS ZEROED, AND THE UNITS GO INTO QUARANTINE1 AS AN 'EXP'
      *INTAKE (NUMBERED OFF THE 'QUAR' ROW) FOR THE A20PGM66 SCREEN TO
      *WRITE OFF OR RETURN - IT WILL NOT RELEASE THEM. TWO MOVEMENTS
      *CARRY THE LOT NUMBER: AN 'EXP' OUT OF SELLABLE STOCK AT THE
      *SITE THAT CAME DOWN (COUNTED BY THE A20PG101 ROLL-FORWARD) AND
      *THE USUAL 'QIN' INTO THE QRTN BUCKET. WHERE THE PRODUCT TOTAL
      *HOLDS FEWER UNITS THAN THE LOT (THE TWO HAVE DRIFTED APART)
      *ONLY WHAT THE TOTAL HOLDS IS QUARANTINED AND THE LOT IS
      *COUNTED AS A WARNING, AS IS A SITE ROW TOO SHORT TO COVER IT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE STKLOT1
           END-EXEC.
           EXEC SQL
             INCLUDE PROD1
           END-EXEC.
           EXEC SQL
             INCLUDE STKLOC1
           END-EXEC.
           EXEC SQL
             INCLUDE STKMV1
           END-EXEC.
           EXEC SQL
             INCLUDE QRNTN1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       77 WS-TAKE-QTY          PIC S9(5) COMP-3.
       77 WS-LOT-COUNT         PIC S9(7) COMP-3 VALUE 0.
       77 WS-UNIT-COUNT        PIC S9(9) COMP-3 VALUE 0.
       77 WS-SQLCODE           PIC S9(9) COMP.
       01 WS-LOT-LOC           PIC X(04).
       01 WS-QUAR-NUM          PIC 9(05).
       01 WS-QUAR-ID           PIC X(06).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-QTY-DISP          PIC ZZZZ9.
       01 WS-LOT-QTY-DISP      PIC ZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           DISPLAY 'EXPIRED LOT SWEEP ' WS-RUN-DATE
           PERFORM 2000-SWEEP-LOTS-PARA
           MOVE WS-LOT-COUNT TO WS-COUNT-DISP
           DISPLAY 'LOTS QUARANTINED:      ' WS-COUNT-DISP
           MOVE WS-UNIT-COUNT TO WS-COUNT-DISP
           DISPLAY 'UNITS QUARANTINED:     ' WS-COUNT-DISP
           MOVE WS-LOG-WARN-COUNT TO WS-COUNT-DISP
           DISPLAY 'LOTS WITH WARNINGS:    ' WS-COUNT-DISP
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       2000-SWEEP-LOTS-PARA.
      *    A LOT IS GOOD THROUGH ITS EXPIRY DATE - THE SAME RULE THE
      *    ALLOCATOR USES - SO ONLY DATES BEFORE TODAY ARE SWEPT.
      *    UNDATED LOTS (BLANK EXPIRY) ARE NEVER TOUCHED.
           EXEC SQL
               DECLARE EXPLOT-CUR CURSOR FOR
               SELECT PRODUCT_CODE, LOT_NUMBER, LOT_QTY_ON_HAND,
                      EXPIRY_DATE, RECEIVED_LOC
               FROM STOCK_LOT1
               WHERE LOT_QTY_ON_HAND > 0
                 AND EXPIRY_DATE <> ' '
                 AND EXPIRY_DATE < :WS-RUN-DATE
               ORDER BY PRODUCT_CODE, LOT_NUMBER
           END-EXEC
           EXEC SQL
               OPEN EXPLOT-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH EXPLOT-CUR
                  INTO :DCLSTOCK-LOT.PRODUCT-CODE,
                       :DCLSTOCK-LOT.LOT-NUMBER,
                       :LOT-QTY-ON-HAND,
                       :EXPIRY-DATE OF DCLSTOCK-LOT,
                       :RECEIVED-LOC
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 3000-SWEEP-ONE-LOT-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE EXPLOT-CUR
           END-EXEC.
       3000-SWEEP-ONE-LOT-PARA.
      *    THE PRODUCT TOTAL COMES DOWN BY THE LOT QUANTITY, OR BY
      *    WHAT THE TOTAL STILL HOLDS IF THAT IS LESS - NEVER BELOW
      *    ZERO. THE LOT IS ZEROED EITHER WAY; ITS UNITS ARE NO
      *    LONGER SELLABLE WHATEVER THE TOTAL SAID.
           ADD 1 TO WS-LOG-IN-COUNT
           MOVE PRODUCT-CODE OF DCLSTOCK-LOT TO
                PRODUCT-CODE OF DCLPRODUCT1
           EXEC SQL
               SELECT STOCK_AVAILABILITY
                 INTO :STOCK-AVAILABILITY
                 FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF STOCK-AVAILABILITY < LOT-QTY-ON-HAND
                   MOVE STOCK-AVAILABILITY TO WS-TAKE-QTY
                ELSE
                   MOVE LOT-QTY-ON-HAND TO WS-TAKE-QTY
                END-IF
                IF WS-TAKE-QTY < 0
                   MOVE 0 TO WS-TAKE-QTY
                END-IF
             WHEN 100
                MOVE 0 TO WS-TAKE-QTY
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE
           MOVE LOT-QTY-ON-HAND TO WS-LOT-QTY-DISP
           MOVE WS-TAKE-QTY TO WS-QTY-DISP
           IF WS-TAKE-QTY < LOT-QTY-ON-HAND
              DISPLAY 'STOCK SHORT ' PRODUCT-CODE-TEXT OF DCLSTOCK-LOT
                      ' LOT ' LOT-NUMBER OF DCLSTOCK-LOT
                      '  LOT QTY ' WS-LOT-QTY-DISP
                      '  IN STOCK ' WS-QTY-DISP
              ADD 1 TO WS-LOG-WARN-COUNT
           END-IF
           EXEC SQL
               UPDATE STOCK_LOT1
                  SET LOT_QTY_ON_HAND = 0
                WHERE PRODUCT_CODE = :DCLSTOCK-LOT.PRODUCT-CODE
                  AND LOT_NUMBER = :DCLSTOCK-LOT.LOT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           IF WS-TAKE-QTY > 0
              EXEC SQL
                  UPDATE PRODUCT1
                     SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                               - :WS-TAKE-QTY
                   WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                     AND STOCK_AVAILABILITY >= :WS-TAKE-QTY
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9300-SQL-ERROR-PARA
              END-IF
              PERFORM 3500-REDUCE-SITE-PARA
              PERFORM 4000-QUARANTINE-LOT-PARA
              DISPLAY 'QUARANTINED ' PRODUCT-CODE-TEXT OF DCLSTOCK-LOT
                      ' LOT ' LOT-NUMBER OF DCLSTOCK-LOT
                      '  EXPIRED ' EXPIRY-DATE OF DCLSTOCK-LOT
                      '  QTY ' WS-QTY-DISP
                      '  AS ' WS-QUAR-ID
              ADD 1 TO WS-LOT-COUNT
              ADD WS-TAKE-QTY TO WS-UNIT-COUNT
           END-IF.
       3500-REDUCE-SITE-PARA.
      *    THE UNITS LEAVE THE SITE THE LOT WAS BOOKED INTO. A LOT
      *    BOOKED BEFORE RECEIVED-LOC WAS KEPT CAN ONLY HAVE COME IN
      *    AT MAIN. A SITE ROW TOO SHORT TO COVER THE LOT IS LEFT AS
      *    IT IS AND REPORTED FOR THE NEXT CYCLE COUNT TO PUT RIGHT.
           IF RECEIVED-LOC = SPACES
              MOVE 'MAIN' TO WS-LOT-LOC
           ELSE
              MOVE RECEIVED-LOC TO WS-LOT-LOC
           END-IF
           MOVE PRODUCT-CODE OF DCLSTOCK-LOT TO
                PRODUCT-CODE OF DCLSTOCK-LOCATION
           MOVE WS-LOT-LOC TO LOCATION-ID-TEXT
           MOVE LENGTH OF WS-LOT-LOC TO LOCATION-ID-LEN
           EXEC SQL
               UPDATE STOCK_LOCATION1
                  SET LOC_QTY = LOC_QTY - :WS-TAKE-QTY
                WHERE PRODUCT_CODE = :DCLSTOCK-LOCATION.PRODUCT-CODE
                  AND LOCATION_ID = :LOCATION-ID
                  AND LOC_QTY >= :WS-TAKE-QTY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                DISPLAY 'SITE SHORT  ' PRODUCT-CODE-TEXT OF DCLSTOCK-LOT
                        ' LOT ' LOT-NUMBER OF DCLSTOCK-LOT
                        '  SITE ' WS-LOT-LOC
                ADD 1 TO WS-LOG-WARN-COUNT
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       4000-QUARANTINE-LOT-PARA.
      *    ONE 'EXP' INTAKE PER LOT, NUMBERED OFF THE 'QUAR' CONTROL
      *    ROW THE SAME WAY A20PGM22 AND A20PGM31 NUMBER THEIRS, PLUS
      *    THE 'EXP' MOVEMENT OUT OF THE SITE 3500 REDUCED AND THE
      *    'QIN' MOVEMENT INTO THE QRTN BUCKET.
           MOVE 'QUAR' TO CONTROL-ID-TEXT
           MOVE LENGTH OF 'QUAR' TO CONTROL-ID-LEN
           EXEC SQL
               UPDATE ORDER_CONTROL
                  SET NEXT_ORDER_NUM = NEXT_ORDER_NUM + 1
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           EXEC SQL
               SELECT NEXT_ORDER_NUM INTO :NEXT-ORDER-NUM
                 FROM ORDER_CONTROL
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE NEXT-ORDER-NUM TO WS-QUAR-NUM
           MOVE SPACES TO WS-QUAR-ID
           STRING 'Q' DELIMITED BY SIZE
                  WS-QUAR-NUM DELIMITED BY SIZE
                  INTO WS-QUAR-ID
           MOVE WS-QUAR-ID TO QUAR-ID-TEXT
           MOVE LENGTH OF WS-QUAR-ID TO QUAR-ID-LEN
           MOVE PRODUCT-CODE OF DCLSTOCK-LOT TO
                PRODUCT-CODE OF DCLQUARANTINE1
           MOVE LOT-NUMBER OF DCLSTOCK-LOT TO
                LOT-NUMBER OF DCLQUARANTINE1
           MOVE SPACES TO PO-ID-TEXT OF DCLQUARANTINE1
           MOVE 0 TO PO-ID-LEN OF DCLQUARANTINE1
           MOVE 'EXP' TO QUAR-SOURCE
           MOVE 'EXP' TO QUAR-REASON
           MOVE WS-TAKE-QTY TO QUAR-QTY
           MOVE WS-RUN-DATE TO IN-DATE
           MOVE 'HELD' TO QUAR-STATUS-TEXT
           MOVE LENGTH OF 'HELD' TO QUAR-STATUS-LEN
           MOVE SPACES TO DECIDED-DATE
           MOVE SPACES TO DECIDED-BY
           MOVE EXPIRY-DATE OF DCLSTOCK-LOT TO
                EXPIRY-DATE OF DCLQUARANTINE1
           EXEC SQL
               INSERT INTO QUARANTINE1 VALUES(
                      :DCLQUARANTINE1.QUAR-ID,
                      :DCLQUARANTINE1.PRODUCT-CODE,
                      :LOT-NUMBER OF DCLQUARANTINE1,
                      :DCLQUARANTINE1.PO-ID,
                      :QUAR-SOURCE,
                      :QUAR-REASON,
                      :QUAR-QTY,
                      :IN-DATE,
                      :DCLQUARANTINE1.QUAR-STATUS,
                      :DECIDED-DATE,
                      :DECIDED-BY,
                      :EXPIRY-DATE OF DCLQUARANTINE1)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE SPACES TO ORDER-ID-TEXT OF DCLSTOCK-MOVEMENT
           MOVE 0 TO ORDER-ID-LEN OF DCLSTOCK-MOVEMENT
           MOVE 0 TO LINE-NUM OF DCLSTOCK-MOVEMENT
           MOVE PRODUCT-CODE OF DCLSTOCK-LOT TO
                PRODUCT-CODE OF DCLSTOCK-MOVEMENT
           MOVE WS-TAKE-QTY TO
                QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT
           MOVE WS-RUN-DATE TO MOVEMENT-DATE OF DCLSTOCK-MOVEMENT
           MOVE WS-RUN-TIME TO MOVEMENT-TIME OF DCLSTOCK-MOVEMENT
           MOVE 'BATCH' TO MOVED-BY OF DCLSTOCK-MOVEMENT
           MOVE 'EXP' TO REASON-CODE OF DCLSTOCK-MOVEMENT
           MOVE LOT-NUMBER OF DCLSTOCK-LOT TO
                LOT-NUMBER OF DCLSTOCK-MOVEMENT
           MOVE 'EXP' TO MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT
           MOVE WS-LOT-LOC TO LOC-ID OF DCLSTOCK-MOVEMENT
           PERFORM 4100-LOG-MOVEMENT-PARA
           MOVE 'QIN' TO MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT
           MOVE 'QRTN' TO LOC-ID OF DCLSTOCK-MOVEMENT
           PERFORM 4100-LOG-MOVEMENT-PARA.
       4100-LOG-MOVEMENT-PARA.
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT VALUES(
                      :DCLSTOCK-MOVEMENT.ORDER-ID,
                      :LINE-NUM OF DCLSTOCK-MOVEMENT,
                      :DCLSTOCK-MOVEMENT.PRODUCT-CODE,
                      :QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-DATE OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-TIME OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT,
                      :MOVED-BY OF DCLSTOCK-MOVEMENT,
                      :REASON-CODE OF DCLSTOCK-MOVEMENT,
                      :LOC-ID OF DCLSTOCK-MOVEMENT,
                      :LOT-NUMBER OF DCLSTOCK-MOVEMENT)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       9300-SQL-ERROR-PARA.
      *    A LOT ZEROED WITHOUT ITS QUARANTINE ROW WOULD LOSE THE
      *    UNITS FROM EVERY BOOK - UNDO THE RUN AND STOP.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'A20PG113 SQL ERROR '
                   PRODUCT-CODE-TEXT OF DCLSTOCK-LOT
                   ' LOT ' LOT-NUMBER OF DCLSTOCK-LOT
                   ' SQLCODE= ' WS-SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PG113' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG113' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
           EXEC SQL
               SELECT RUN_STATUS
                INTO :RUN-STATUS
                FROM BATCH_RUN_LOG
                WHERE JOB_NAME = :JOB-NAME
                  AND RUN_DATE = :DCLBATCH-RUN-LOG.RUN-DATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF RUN-STATUS-TEXT(1:RUN-STATUS-LEN) = 'OPEN'
                   DISPLAY 'A20PG113 ALREADY RUNNING THIS WINDOW'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                END-IF
                EXEC SQL
                    UPDATE BATCH_RUN_LOG
                       SET RUN_STATUS = 'OPEN',
                           START_TIME = :WS-RUN-TIME,
                           END_TIME = ' ',
                           IN_COUNT = 0,
                           WARN_COUNT = 0,
                           RUN_RC = 0,
                           CHECKPOINT_KEY = ' '
                     WHERE JOB_NAME = :JOB-NAME
                       AND RUN_DATE = :DCLBATCH-RUN-LOG.RUN-DATE
                END-EXEC
             WHEN 100
                MOVE WS-RUN-TIME TO START-TIME
                MOVE SPACES TO END-TIME
                MOVE 'OPEN' TO RUN-STATUS-TEXT
                MOVE LENGTH OF 'OPEN' TO RUN-STATUS-LEN
                MOVE 0 TO IN-COUNT
                MOVE 0 TO WARN-COUNT
                MOVE 0 TO RUN-RC
                MOVE SPACES TO CHECKPOINT-KEY-TEXT
                MOVE 0 TO CHECKPOINT-KEY-LEN
                EXEC SQL
                    INSERT INTO BATCH_RUN_LOG VALUES(
                           :JOB-NAME,
                           :DCLBATCH-RUN-LOG.RUN-DATE,
                           :START-TIME,
                           :END-TIME,
                           :RUN-STATUS,
                           :IN-COUNT,
                           :WARN-COUNT,
                           :RUN-RC,
                           :CHECKPOINT-KEY)
                END-EXEC
             WHEN OTHER
                DISPLAY 'RUN LOG ERROR, SQLCODE= ' SQLCODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE
      *    COMMITTED AT ONCE SO THE ROLLBACK IN 9300 CANNOT UNDO THE
      *    OPEN ROW (AND ITS DOUBLE-START GUARD).
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PG113' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG113 HELD - WAITING ON ' GATR-WAIT-JOB
                        ' ' GATR-WAIT-STATUS
                EXEC SQL
                    COMMIT
                END-EXEC
                MOVE 10 TO RETURN-CODE
                STOP RUN
             WHEN OTHER
                DISPLAY 'DEPENDENCY GATE ERROR, SQLCODE= ' GATR-SQLCODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0150-GET-RUN-STAMP-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           STRING WS-RUN-TS(1:4) '-' WS-RUN-TS(5:2) '-'
                  WS-RUN-TS(7:2) DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-RUN-TS(9:2) ':' WS-RUN-TS(11:2) ':'
                  WS-RUN-TS(13:2) DELIMITED BY SIZE INTO WS-RUN-TIME.
       0900-CLOSE-RUN-PARA.
           PERFORM 0150-GET-RUN-STAMP-PARA
           MOVE WS-LOG-IN-COUNT TO IN-COUNT
           MOVE WS-LOG-WARN-COUNT TO WARN-COUNT
           MOVE RETURN-CODE TO RUN-RC
           EXEC SQL
               UPDATE BATCH_RUN_LOG
                  SET RUN_STATUS = 'ENDED',
                      END_TIME = :WS-RUN-TIME,
                      IN_COUNT = :IN-COUNT,
                      WARN_COUNT = :WARN-COUNT,
                      RUN_RC = :RUN-RC
                WHERE JOB_NAME = :JOB-NAME
                  AND RUN_DATE = :DCLBATCH-RUN-LOG.RUN-DATE
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC.
