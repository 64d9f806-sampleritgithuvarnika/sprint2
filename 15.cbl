           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
           MOVE 0 TO REORDER-QTY
           MOVE 0 TO UNIT-COST
           MOVE 'S' TO TAX-CLASS
           MOVE SPACE TO ABC-CLASS
           MOVE 'N' TO DATED-FLAG
           MOVE 'EA' TO PURCH-UOM
           MOVE 'EA' TO SALES-UOM
           MOVE 'N' TO DROP-SHIP
           EXEC SQL
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
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
      *    INPUT RECORD NUMBER INSTEAD OF REPROCESSING FROM ROW ONE.
      *    AN 'ENDED' ROW MEANS THE LOAD ALREADY RAN THIS WINDOW.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM15' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM15' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM15' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM15 HELD - WAITING ON ' GATR-WAIT-JOB
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
