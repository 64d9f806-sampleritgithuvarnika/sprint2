       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG114.
      *WEEKLY NEAR-EXPIRY REPORT. EVERY STOCK_LOT1 ROW WITH UNITS
      *LEFT WHOSE EXPIRY-DATE FALLS FROM THE RUN DATE TO WS-NEAR-DAYS
      *DAYS AHEAD, GROUPED BY THE SITE IT WAS BOOKED INTO AND LISTED
      *SOONEST FIRST - PRODUCT, LOT, EXPIRY, DAYS LEFT, QUANTITY AND
      *VALUE AT THE LOT'S OWN COST (PRODUCT1.UNIT_COST WHERE THE LOT
      *CARRIES NONE), WITH A TOTAL PER SITE AND FOR THE WHOLE BUSINESS
      *SO EACH SITE CAN PROMOTE OR MOVE THE STOCK BEFORE THE A20PG113
      *SWEEP TAKES IT. LOTS BOOKED BEFORE THE SITE WAS RECORDED ARE
      *SHOWN UNDER MAIN, WHERE THEY CAN ONLY HAVE COME IN. PRINTED
      *THROUGH THE A20PGM41 REPORT WRITER.
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
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
      *    HOW FAR AHEAD TO LOOK, IN DAYS FROM THE RUN DATE.
       77 WS-NEAR-DAYS         PIC S9(4) COMP VALUE 30.
       77 WS-DATE-NUM          PIC 9(08).
       77 WS-RUN-INT           PIC S9(9) COMP.
       77 WS-EXP-INT           PIC S9(9) COMP.
       77 WS-DAYS-LEFT         PIC S9(4) COMP.
       77 WS-LOT-VALUE         PIC S9(9)V9(2) COMP-3.
       77 WS-SITE-QTY          PIC S9(9) COMP-3 VALUE 0.
       77 WS-SITE-VALUE        PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-SITE-LOTS         PIC S9(7) COMP-3 VALUE 0.
       77 WS-TOT-QTY           PIC S9(9) COMP-3 VALUE 0.
       77 WS-TOT-VALUE         PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-TOT-LOTS          PIC S9(7) COMP-3 VALUE 0.
       01 WS-SITE              PIC X(04).
       01 WS-PREV-SITE         PIC X(04) VALUE SPACES.
       01 WS-TO-DATE           PIC X(10).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-DAYS-DISP         PIC ZZZ9.
       01 WS-QTY-DISP          PIC ZZZZ9.
       01 WS-TQTY-DISP         PIC ZZZZZZZZ9.
       01 WS-VALUE-DISP        PIC ZZZZZZZ9.99.
       01 WS-TVALUE-DISP       PIC ZZZZZZZZZ9.99.
       01 WS-LOTS-DISP         PIC ZZZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 0200-SET-WINDOW-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'STOCK NEAR EXPIRY BY SITE' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'LOTS EXPIRING ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 2000-LIST-LOTS-PARA
           IF WS-PREV-SITE NOT = SPACES
              PERFORM 3000-SITE-TOTAL-PARA
           END-IF
           MOVE WS-TOT-LOTS TO WS-LOTS-DISP
           MOVE WS-TOT-QTY TO WS-TQTY-DISP
           MOVE WS-TOT-VALUE TO WS-TVALUE-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'ALL SITES  LOTS ' DELIMITED BY SIZE
                  WS-LOTS-DISP DELIMITED BY SIZE
                  '  QTY ' DELIMITED BY SIZE
                  WS-TQTY-DISP DELIMITED BY SIZE
                  '  VALUE ' DELIMITED BY SIZE
                  WS-TVALUE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 0 TO RETURN-CODE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-SET-WINDOW-PARA.
      *    THE LAST DATE IN THE WINDOW. THE RUN DATE ITSELF IS IN IT -
      *    A LOT IS STILL SELLABLE ON ITS EXPIRY DATE.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INT + WS-NEAR-DAYS)
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-TO-DATE.
       2000-LIST-LOTS-PARA.
           MOVE 'D' TO RPTW-ACTION
           MOVE 'PRODUC PRODUCT NAME         LOT NUMBER EXPIRY     DAYS 
      -         '  QTY       VALUE' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           EXEC SQL
               DECLARE NEAREXP-CUR CURSOR FOR
               SELECT CASE WHEN L.RECEIVED_LOC = ' ' THEN 'MAIN'
                           ELSE L.RECEIVED_LOC END,
                      L.EXPIRY_DATE, L.PRODUCT_CODE, P.PRODUCT_NAME,
                      L.LOT_NUMBER, L.LOT_QTY_ON_HAND, L.LOT_UNIT_COST,
                      P.UNIT_COST
               FROM STOCK_LOT1 L, PRODUCT1 P
               WHERE P.PRODUCT_CODE = L.PRODUCT_CODE
                 AND L.LOT_QTY_ON_HAND > 0
                 AND L.EXPIRY_DATE <> ' '
                 AND L.EXPIRY_DATE >= :WS-RUN-DATE
                 AND L.EXPIRY_DATE <= :WS-TO-DATE
               ORDER BY 1, 2, 3, 5
           END-EXEC
           EXEC SQL
               OPEN NEAREXP-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH NEAREXP-CUR
                  INTO :WS-SITE,
                       :EXPIRY-DATE OF DCLSTOCK-LOT,
                       :DCLSTOCK-LOT.PRODUCT-CODE,
                       :DCLPRODUCT1.PRODUCT-NAME,
                       :DCLSTOCK-LOT.LOT-NUMBER,
                       :LOT-QTY-ON-HAND,
                       :LOT-UNIT-COST,
                       :UNIT-COST
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 2100-LOT-LINE-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE NEAREXP-CUR
           END-EXEC.
       2100-LOT-LINE-PARA.
           IF WS-SITE NOT = WS-PREV-SITE
              IF WS-PREV-SITE NOT = SPACES
                 PERFORM 3000-SITE-TOTAL-PARA
              END-IF
              MOVE WS-SITE TO WS-PREV-SITE
              MOVE 'D' TO RPTW-ACTION
              MOVE SPACES TO RPTW-LINE
              STRING 'SITE ' DELIMITED BY SIZE
                     WS-SITE DELIMITED BY SIZE
                     INTO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           END-IF
           ADD 1 TO WS-LOG-IN-COUNT
           STRING EXPIRY-DATE OF DCLSTOCK-LOT(1:4)
                  EXPIRY-DATE OF DCLSTOCK-LOT(6:2)
                  EXPIRY-DATE OF DCLSTOCK-LOT(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAYS-LEFT = WS-EXP-INT - WS-RUN-INT
      *    A LOT BOOKED BEFORE LOT COSTING WAS KEPT CARRIES ZERO AND
      *    FALLS BACK TO THE PRODUCT'S CURRENT COST.
           IF LOT-UNIT-COST = 0
              MOVE UNIT-COST TO LOT-UNIT-COST
           END-IF
           COMPUTE WS-LOT-VALUE = LOT-QTY-ON-HAND * LOT-UNIT-COST
           ADD 1 TO WS-SITE-LOTS
           ADD LOT-QTY-ON-HAND TO WS-SITE-QTY
           ADD WS-LOT-VALUE TO WS-SITE-VALUE
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
           MOVE LOT-QTY-ON-HAND TO WS-QTY-DISP
           MOVE WS-LOT-VALUE TO WS-VALUE-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING PRODUCT-CODE-TEXT OF DCLSTOCK-LOT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRODUCT-NAME-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LOT-NUMBER OF DCLSTOCK-LOT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EXPIRY-DATE OF DCLSTOCK-LOT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VALUE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       3000-SITE-TOTAL-PARA.
           MOVE WS-SITE-LOTS TO WS-LOTS-DISP
           MOVE WS-SITE-QTY TO WS-TQTY-DISP
           MOVE WS-SITE-VALUE TO WS-TVALUE-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'SITE ' DELIMITED BY SIZE
                  WS-PREV-SITE DELIMITED BY SIZE
                  '  LOTS ' DELIMITED BY SIZE
                  WS-LOTS-DISP DELIMITED BY SIZE
                  '  QTY ' DELIMITED BY SIZE
                  WS-TQTY-DISP DELIMITED BY SIZE
                  '  VALUE ' DELIMITED BY SIZE
                  WS-TVALUE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           ADD WS-SITE-LOTS TO WS-TOT-LOTS
           ADD WS-SITE-QTY TO WS-TOT-QTY
           ADD WS-SITE-VALUE TO WS-TOT-VALUE
           MOVE 0 TO WS-SITE-LOTS
           MOVE 0 TO WS-SITE-QTY
           MOVE 0 TO WS-SITE-VALUE.
       9300-SQL-ERROR-PARA.
           DISPLAY 'A20PG114 SQL ERROR, SQLCODE= ' SQLCODE
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
           MOVE 'A20PG114' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG114' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PG114 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PG114' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG114 HELD - WAITING ON ' GATR-WAIT-JOB
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
       8100-CALL-WRITER-PARA.
           CALL 'A20PGM41' USING RPTW-REQUEST.
