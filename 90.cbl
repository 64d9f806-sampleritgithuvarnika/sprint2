       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM90.
      *OVERNIGHT INTER-SITE REPLENISHMENT LIST. A20PGM48 MOVES STOCK
      *FROM THE OVERFLOW UNIT TO THE MAIN DEPOT ONLY WHEN SOMEONE
      *NOTICES THE PICK FACE IS EMPTY - USUALLY TOO LATE FOR THE PICK
      *RUN. THIS JOB COMPARES EACH PRODUCT'S 'MAIN' STOCK_LOCATION1
      *ROW WITH THE MIN-QTY/MAX-QTY HELD ON IT AND, FOR EVERY MAIN
      *ROW BELOW ITS MINIMUM WHILE THE 'OVFL' SITE HOLDS STOCK,
      *SUGGESTS TOPPING MAIN BACK UP TO ITS MAXIMUM (OR AS MUCH AS
      *THE OVERFLOW HOLDS, IF LESS). EACH SUGGESTION IS PARKED ON
      *TRANSFER_SUGGEST1 AS 'PENDING' - LAST NIGHT'S UNCONFIRMED
      *ROWS ARE REPLACED - AND PRINTED AS THE MORNING SHIFT'S
      *TRANSFER LIST THROUGH THE A20PGM41 REPORT WRITER. A SUPERVISOR
      *CONFIRMS THE LIST IN ONE PASS ON A20PGM91, WHICH WRITES THE
      *PAIRED 'TRF' MOVEMENTS. A MAIN ROW BELOW MINIMUM WITH NOTHING
      *AT THE OVERFLOW IS LEFT TO THE A20PGM12 LOW-STOCK RUN.
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
             INCLUDE TRFSUG1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-SQLCODE           PIC -9(04).
       77 WS-OVFL-QTY          PIC S9(4) COMP.
       77 WS-TARGET-QTY        PIC S9(4) COMP.
       77 WS-MOVE-QTY          PIC S9(4) COMP.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-QTY-DISP          PIC ZZZ9-.
       01 WS-LISTED-COUNT      PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-UNITS-TOTAL       PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZ9.
       01 WS-UNITS-DISP        PIC ZZZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 0200-CLEAR-PENDING-PARA
           PERFORM 1000-OPEN-CURSOR-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'MAIN DEPOT REPLENISHMENT LIST' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'PRODUCT' TO RPTW-LINE(1:7)
           MOVE 'NAME' TO RPTW-LINE(9:4)
           MOVE ' MAIN' TO RPTW-LINE(30:5)
           MOVE '  MIN' TO RPTW-LINE(36:5)
           MOVE '  MAX' TO RPTW-LINE(42:5)
           MOVE ' OVFL' TO RPTW-LINE(48:5)
           MOVE ' MOVE' TO RPTW-LINE(54:5)
           MOVE 'MOVED' TO RPTW-LINE(61:5)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
              IF NOT WS-EOF
                 PERFORM 3000-SUGGEST-PARA
              END-IF
           END-PERFORM
           PERFORM 4000-CLOSE-CURSOR-PARA
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISP
           MOVE WS-UNITS-TOTAL TO WS-UNITS-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'TRANSFERS LISTED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  UNITS TO MOVE: ' DELIMITED BY SIZE
                  WS-UNITS-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-LISTED-COUNT TO WS-LOG-IN-COUNT
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-CLEAR-PENDING-PARA.
      *    LAST NIGHT'S UNCONFIRMED LIST IS REPLACED, NOT ADDED TO -
      *    THE SITE QUANTITIES IT WAS WORKED FROM HAVE MOVED SINCE.
           EXEC SQL
               DELETE FROM TRANSFER_SUGGEST1
                WHERE TRF_STATUS = 'PENDING'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR CLEARING LIST, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1000-OPEN-CURSOR-PARA.
      *    ONLY MAIN ROWS WITH LEVELS SET (MIN-QTY > 0) THAT HAVE
      *    FALLEN BELOW THE MINIMUM, AND ONLY WHERE THE OVERFLOW UNIT
      *    HAS SOMETHING TO SEND.
           EXEC SQL
               DECLARE REPLEN-CUR CURSOR FOR
               SELECT M.PRODUCT_CODE, P.PRODUCT_NAME, M.LOC_QTY,
                      M.MIN_QTY, M.MAX_QTY, O.LOC_QTY
               FROM STOCK_LOCATION1 M, STOCK_LOCATION1 O, PRODUCT1 P
               WHERE M.LOCATION_ID = 'MAIN'
                 AND M.MIN_QTY > 0
                 AND M.LOC_QTY < M.MIN_QTY
                 AND O.PRODUCT_CODE = M.PRODUCT_CODE
                 AND O.LOCATION_ID = 'OVFL'
                 AND O.LOC_QTY > 0
                 AND P.PRODUCT_CODE = M.PRODUCT_CODE
               ORDER BY M.PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN REPLEN-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-FETCH-PARA.
           EXEC SQL
               FETCH REPLEN-CUR
               INTO :DCLSTOCK-LOCATION.PRODUCT-CODE,
                    :PRODUCT-NAME,
                    :LOC-QTY,
                    :MIN-QTY,
                    :MAX-QTY,
                    :WS-OVFL-QTY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                 MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       3000-SUGGEST-PARA.
      *    TOP UP TO THE MAXIMUM. A MAXIMUM LEFT BELOW THE MINIMUM IS
      *    A SETUP SLIP - FILL TO THE MINIMUM INSTEAD. NEVER ASK THE
      *    OVERFLOW FOR MORE THAN IT HOLDS.
           IF MAX-QTY > MIN-QTY
              MOVE MAX-QTY TO WS-TARGET-QTY
           ELSE
              MOVE MIN-QTY TO WS-TARGET-QTY
           END-IF
           COMPUTE WS-MOVE-QTY = WS-TARGET-QTY - LOC-QTY
           IF WS-MOVE-QTY > WS-OVFL-QTY
              MOVE WS-OVFL-QTY TO WS-MOVE-QTY
           END-IF
           MOVE PRODUCT-CODE OF DCLSTOCK-LOCATION TO
                PRODUCT-CODE OF DCLTRANSFER-SUGGEST
           MOVE 'OVFL' TO TRF-FROM-LOC-TEXT
           MOVE LENGTH OF 'OVFL' TO TRF-FROM-LOC-LEN
           MOVE 'MAIN' TO TRF-TO-LOC-TEXT
           MOVE LENGTH OF 'MAIN' TO TRF-TO-LOC-LEN
           MOVE WS-MOVE-QTY TO TRF-SUGGEST-QTY
           MOVE WS-RUN-DATE TO TRF-LIST-DATE
           MOVE 'PENDING' TO TRF-STATUS-TEXT
           MOVE LENGTH OF 'PENDING' TO TRF-STATUS-LEN
           MOVE SPACES TO TRF-DONE-DATE
           MOVE SPACES TO TRF-DONE-BY
           EXEC SQL
               INSERT INTO TRANSFER_SUGGEST1 VALUES(
                      :DCLTRANSFER-SUGGEST.PRODUCT-CODE,
                      :TRF-FROM-LOC,
                      :TRF-TO-LOC,
                      :TRF-SUGGEST-QTY,
                      :TRF-LIST-DATE,
                      :TRF-STATUS,
                      :TRF-DONE-DATE,
                      :TRF-DONE-BY)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'TRANSFER NOT LISTED '
                      PRODUCT-CODE-TEXT OF DCLSTOCK-LOCATION
                      ' SQLCODE= ' WS-SQLCODE
              ADD 1 TO WS-LOG-WARN-COUNT
           ELSE
              ADD 1 TO WS-LISTED-COUNT
              ADD WS-MOVE-QTY TO WS-UNITS-TOTAL
              PERFORM 5000-PRINT-LINE-PARA
           END-IF.
       5000-PRINT-LINE-PARA.
      *    THE BLANK 'MOVED' COLUMN IS FOR THE SHIFT TO TICK AS THEY
      *    GO; THE SUPERVISOR CONFIRMS THE LIST ON A20PGM91 AFTER.
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE PRODUCT-CODE-TEXT OF DCLSTOCK-LOCATION TO
                RPTW-LINE(1:6)
           MOVE PRODUCT-NAME-TEXT(1:PRODUCT-NAME-LEN) TO
                RPTW-LINE(9:20)
           MOVE LOC-QTY TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO RPTW-LINE(30:5)
           MOVE MIN-QTY TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO RPTW-LINE(36:5)
           MOVE MAX-QTY TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO RPTW-LINE(42:5)
           MOVE WS-OVFL-QTY TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO RPTW-LINE(48:5)
           MOVE WS-MOVE-QTY TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO RPTW-LINE(54:5)
           MOVE '_____' TO RPTW-LINE(61:5)
           PERFORM 8100-CALL-WRITER-PARA.
       4000-CLOSE-CURSOR-PARA.
           EXEC SQL
               CLOSE REPLEN-CUR
           END-EXEC.
       8100-CALL-WRITER-PARA.
           CALL 'A20PGM41' USING RPTW-REQUEST.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM90' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM90' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM90 ALREADY RUNNING THIS WINDOW'
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
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM90' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM90 HELD - WAITING ON ' GATR-WAIT-JOB
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
