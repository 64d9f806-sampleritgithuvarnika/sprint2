      *MONTH THE STATEMENTS WENT OUT ON IS THE MONTH THAT STAYS ON
      *RECORD. RUN REFUSED RC=8 IF EITHER PREREQUISITE RUN IS
      *MISSING OR ENDED DIRTY.
      *THE CLOSED PERIOD'S STOCK IS FROZEN IN THE SAME UNIT OF WORK -
      *THE A20PG101 SNAPSHOT WRITES STOCK_SNAPSHOT1 AND PROVES THE
      *MONTH'S MOVEMENT ROLL-FORWARD. PRODUCTS THAT DO NOT BALANCE
      *END THE RUN RC=4; A SNAPSHOT SQL FAILURE ROLLS THE CLOSE BACK
      *RC=16 SO A PERIOD IS NEVER CLOSED WITHOUT ITS STOCK LEDGER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY SNPREQ1.
       77 WS-YEAR              PIC 9(04).
       77 WS-MONTH             PIC 9(02).
       77 WS-CHECK-RC          PIC S9(4) COMP.
       77 WS-CHECK-COUNT       PIC S9(5) COMP-3.
       01 WS-CLOSE-PERIOD      PIC X(07).
       01 WS-PERIOD-START      PIC X(10).
       01 WS-NEXT-START        PIC X(10).
       01 WS-CHECK-JOB         PIC X(08).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
           END-IF
           PERFORM 3000-CLOSE-PERIOD-PARA
           PERFORM 4000-OPEN-CURRENT-PARA
           PERFORM 5000-STOCK-SNAPSHOT-PARA
           MOVE 1 TO WS-LOG-IN-COUNT
           MOVE 0 TO RETURN-CODE
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-SET-PERIOD-PARA.
           STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                  INTO WS-CLOSE-PERIOD
           STRING WS-CLOSE-PERIOD '-01' DELIMITED BY SIZE
                  INTO WS-PERIOD-START
           STRING WS-RUN-DATE(1:8) '01' DELIMITED BY SIZE
                  INTO WS-NEXT-START.
       2000-CHECK-PREREQ-PARA.
      *    THE JOB MUST HAVE AN 'ENDED' BATCH_RUN_LOG ROW, RC UNDER 8,
      *    RUN ON OR AFTER THE FIRST OF THE PERIOD BEING CLOSED -
                         :CLOSED-BY)
              END-EXEC
           END-IF.
       5000-STOCK-SNAPSHOT-PARA.
           MOVE WS-CLOSE-PERIOD TO SNPR-PERIOD
           MOVE WS-PERIOD-START TO SNPR-PERIOD-START
           MOVE WS-NEXT-START TO SNPR-NEXT-START
           MOVE WS-RUN-DATE TO SNPR-RUN-DATE
           CALL 'A20PG101' USING SNPR-REQUEST
           IF SNPR-RESULT NOT = 'Y'
              DISPLAY 'STOCK SNAPSHOT FAILED, SQLCODE= ' SNPR-SQLCODE
              DISPLAY 'CLOSE OF ' WS-CLOSE-PERIOD ' ROLLED BACK'
              EXEC SQL
                  ROLLBACK
              END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM 0900-CLOSE-RUN-PARA
              STOP RUN
           END-IF
           DISPLAY 'STOCK SNAPSHOT PRODUCTS: ' SNPR-PRODUCTS
           DISPLAY 'NOT BALANCED:            ' SNPR-EXCEPTIONS
           MOVE SNPR-EXCEPTIONS TO WS-LOG-WARN-COUNT.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM78' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM78' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                DISPLAY 'RUN LOG ERROR, SQLCODE= ' SQLCODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE
      *    COMMITTED AT ONCE SO A ROLLBACK LATER IN THE RUN CANNOT
      *    UNDO THE OPEN ROW (AND ITS DOUBLE-START GUARD).
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM78' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM78 HELD - WAITING ON ' GATR-WAIT-JOB
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
