      *PROOF OF DELIVERY IS KEPT ON DELIVERY_CONF1 SO CUSTOMER
      *SERVICE CAN ANSWER "WHO SIGNED FOR IT". CONFIRMATIONS THAT
      *CANNOT BE POSTED COME OUT ON AN EXCEPTION LISTING AND THE JOB
      *ENDS RC=4. EACH DELIVERY POSTED PARKS THE CUSTOMER'S PROOF OF
      *DELIVERY NOTIFICATION THROUGH A20PGM95.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY NTFREQ1.
       77 WS-FILE-STATUS        PIC X(02).
       77 WS-SQLCODE            PIC -9(04).
       01 WS-IN-TRACKREF         PIC X(20).
           END-IF
           IF WS-REC-OK AND NOT WS-ALREADY
              PERFORM 6000-RECORD-POD-PARA
              PERFORM 6100-QUEUE-NOTIFY-PARA
              ADD 1 TO WS-POSTED-COUNT
           END-IF
           IF WS-ALREADY
                      :DCLDELIVERY-CONF.SIGNED-BY,
                      :POSTED-DATE)
           END-EXEC.
       6100-QUEUE-NOTIFY-PARA.
      *    THE CUSTOMER HEARS IT ARRIVED AND WHO SIGNED FOR IT,
      *    THROUGH THE SHARED A20PGM95 WRITER. A NOTIFICATION THAT
      *    CANNOT BE WRITTEN NEVER STOPS THE CONFIRMATION POSTING.
           EXEC SQL
               SELECT CUSTOMER_ID
                INTO :DCLORDER1.CUSTOMER-ID
                FROM ORDER1
                WHERE ORDER_ID = :DCLORDER1.ORDER-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE 'POD' TO NTFR-EVENT
              MOVE CUSTOMER-ID-TEXT OF DCLORDER1 TO NTFR-CUSTOMER
              MOVE ORDER-ID-TEXT OF DCLORDER1 TO NTFR-ORDER-ID
              MOVE SPACES TO NTFR-DETAIL
              STRING WS-IN-SIGNEDBY DELIMITED BY '  '
                     ' ON ' DELIMITED BY SIZE
                     WS-IN-DLVDATE DELIMITED BY SIZE
                     INTO NTFR-DETAIL
              MOVE WS-RUN-DATE TO NTFR-DATE
              MOVE WS-RUN-TIME TO NTFR-TIME
              CALL 'A20PGM95' USING NTFR-REQUEST
           END-IF.
       7000-PRINT-EXCEPTION-PARA.
           STRING 'EXCEPTION ' DELIMITED BY SIZE
                  WS-IN-TRACKREF DELIMITED BY SIZE
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM58' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM58' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM58' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM58 HELD - WAITING ON ' GATR-WAIT-JOB
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
