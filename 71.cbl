      *SUPPLIER: POS RAISED, AVERAGE DAYS FROM PO TO RECEIPT,
      *PERCENTAGE RECEIVED BY THE EXPECTED DATE, AND OPEN POS ALREADY
      *PAST DUE - THE SCORECARD BEHIND THE A20PGM25 OVERDUE LISTING
      *WHEN TERMS ARE RENEGOTIATED. GOODS SENT BACK FROM QUARANTINE
      *ON A20PGM66 ('RETURNED' QUARANTINE1 ROWS AGAINST THE
      *SUPPLIER'S POS) ARE COUNTED AGAINST IT TOO - RETURNS RAISED
      *AND UNITS SENT BACK. PRINTED THROUGH THE A20PGM41 REPORT
      *WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-PO-COUNT          PIC S9(5) COMP-3.
       77 WS-RCVD-COUNT        PIC S9(5) COMP-3.
       77 WS-ONTIME-COUNT      PIC S9(5) COMP-3.
       77 WS-OVERDUE-COUNT     PIC S9(5) COMP-3.
       77 WS-RTV-COUNT         PIC S9(5) COMP-3.
       77 WS-RTV-UNITS         PIC S9(7) COMP-3.
       77 WS-AVG-LEAD          PIC S9(3) COMP.
       77 WS-ONTIME-PCT        PIC S9(3)V9(1) COMP-3.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-LEAD-DISP         PIC ZZ9.
       01 WS-PCT-DISP          PIC ZZ9.9.
       01 WS-OVERDUE-DISP      PIC ZZZZ9.
       01 WS-RTV-DISP          PIC ZZZ9.
       01 WS-RTV-UNITS-DISP    PIC ZZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
      *
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE 'SUPPLIER NAME                  POS  AVGDAYS ONTIME% O
      -         'VERDUE  RTV  UNITS' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
           MOVE 0 TO WS-ONTIME-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-AVG-LEAD
           MOVE 0 TO WS-RTV-COUNT
           MOVE 0 TO WS-RTV-UNITS
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-PO-COUNT
                     AND EXPECTED_DATE < :WS-RUN-DATE
                     AND EXPECTED_DATE <> ' '
              END-EXEC
              EXEC SQL
                  SELECT COUNT(*), COALESCE(SUM(Q.QUAR_QTY), 0)
                   INTO :WS-RTV-COUNT, :WS-RTV-UNITS
                   FROM QUARANTINE1 Q, PURCHASE_ORDER1 P
                   WHERE P.SUPPLIER_ID = :DCLSUPPLIER1.SUPPLIER-ID
                     AND Q.PO_ID = P.PO_ID
                     AND Q.PRODUCT_CODE = P.PRODUCT_CODE
                     AND Q.QUAR_STATUS = 'RETURNED'
              END-EXEC
              IF WS-RCVD-COUNT > 0
                 COMPUTE WS-ONTIME-PCT ROUNDED =
                         WS-ONTIME-COUNT * 100 / WS-RCVD-COUNT
           MOVE WS-AVG-LEAD TO WS-LEAD-DISP
           MOVE WS-ONTIME-PCT TO WS-PCT-DISP
           MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-DISP
           MOVE WS-RTV-COUNT TO WS-RTV-DISP
           MOVE WS-RTV-UNITS TO WS-RTV-UNITS-DISP
           MOVE 'D' TO RPTW-ACTION
           STRING SUPPLIER-ID-TEXT OF DCLSUPPLIER1
                     (1:SUPPLIER-ID-LEN OF DCLSUPPLIER1)
                  WS-PCT-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-OVERDUE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RTV-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RTV-UNITS-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           ADD 1 TO WS-LOG-IN-COUNT
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM71' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM71' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM71' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM71 HELD - WAITING ON ' GATR-WAIT-JOB
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
