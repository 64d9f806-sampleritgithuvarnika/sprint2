       PROGRAM-ID.    A20PGM74.
      *DUNNING RUN. THE A20PGM28 STATEMENTS SHOW THE AGING BUCKETS
      *BUT NOBODY EVER ACTUALLY CHASED ANYONE. THIS RUN FINDS EVERY
      *CUSTOMER WITH AN INVOICE PAST ITS DUE DATE STILL CARRYING
      *AN UNPAID REMAINDER (INVOICE1 MINUS ITS CASH_ALLOC1 SLICES),
      *ESCALATES THEIR CUSTOMER1.DUNNING_LEVEL ONE STEP - POLITE
      *REMINDER, FIRM LETTER, FINAL NOTICE - AND PRINTS THE LETTER AT
      *NOTHING OVERDUE ANY MORE IS RESET TO LEVEL 0. THE ACCOUNTS
      *SITTING AT FINAL NOTICE COME OUT AS A WORKLIST AT THE END FOR
      *CREDIT CONTROL, AND THE JOB ENDS RC=4 WHEN THAT LIST IS NOT
      *EMPTY. THE ESCALATION IS DECIDED ON THE BASE-CURRENCY
      *OVERDUE FIGURE, BUT AN EXPORT ACCOUNT'S LETTER QUOTES THE SUM
      *IN ITS CUSTOMER1 CURRENCY - EACH INVOICE'S UNPAID REMAINDER AT
      *THE RATE IT WAS BILLED AT, SO THE LETTER AGREES WITH THE
      *INVOICES THE CUSTOMER HOLDS. EVERY ESCALATION ALSO PARKS A
      *CUSTOMER NOTIFICATION THROUGH A20PGM95 FOR THE A20PGM96 RUN.
      *THE DUE DATE IS THE ONE A20PGM33 SET FROM THE CUSTOMER'S OWN
      *PAYMENT TERMS, SO A 60-DAY TRADE ACCOUNT IS NOT CHASED AT 31
      *DAYS. AN OLDER INVOICE WITH NO DUE DATE IS DUE 30 DAYS AFTER
      *ITS INVOICE DATE, AS BEFORE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       COPY NTFREQ1.
       77 WS-OVERDUE-AMT       PIC S9(10)V9(2) COMP-3.
       77 WS-OVERDUE-CURR      PIC S9(10)V9(2) COMP-3.
       77 WS-NEW-LEVEL         PIC S9(4) COMP.
       77 WS-LEVEL-DISP        PIC 9(01).
       77 WS-DATE-NUM          PIC 9(08).
       77 WS-CUTOFF-INT        PIC S9(9) COMP.
       01 WS-CUTOFF-DATE       PIC X(10).
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-SET-CUTOFF-PARA.
      *    AN INVOICE PAST ITS DUE DATE WITH MONEY STILL ON IT IS
      *    OVERDUE. AN INVOICE FROM BEFORE DUE DATES WERE KEPT HAS A
      *    BLANK ONE AND IS OVERDUE ONCE OLDER THAN 30 DAYS - THE
      *    CUTOFF IS THE RUN DATE LESS 30.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-CUTOFF-INT =
       1000-OPEN-CURSOR-PARA.
           EXEC SQL
               DECLARE DUNCUS-CUR CURSOR FOR
               SELECT CUSTOMER_ID, CUSTOMER_NAME, DUNNING_LEVEL,
                      CURRENCY_CODE
               FROM CUSTOMER1
               ORDER BY CUSTOMER_ID
           END-EXEC
               FETCH DUNCUS-CUR
               INTO :DCLCUSTOMER1.CUSTOMER-ID,
                    :DCLCUSTOMER1.CUSTOMER-NAME,
                    :DUNNING-LEVEL,
                    :DCLCUSTOMER1.CURRENCY-CODE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                INTO :WS-OVERDUE-AMT
                FROM INVOICE1 I
                WHERE I.CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                  AND ((I.DUE_DATE <> ' '
                        AND I.DUE_DATE < :WS-RUN-DATE)
                    OR (I.DUE_DATE = ' '
                        AND I.INVOICE_DATE <= :WS-CUTOFF-DATE))
           END-EXEC
           IF WS-OVERDUE-AMT > 0
              PERFORM 3100-OVERDUE-CURRENCY-PARA
              COMPUTE WS-NEW-LEVEL = DUNNING-LEVEL + 1
              IF WS-NEW-LEVEL > 3
                 MOVE 3 TO WS-NEW-LEVEL
              END-IF
              PERFORM 3500-PRINT-LETTER-PARA
              IF WS-NEW-LEVEL > DUNNING-LEVEL
                 PERFORM 3600-QUEUE-NOTIFY-PARA
              END-IF
              PERFORM 3800-SET-LEVEL-PARA
              ADD 1 TO WS-LETTER-COUNT
           ELSE
                 PERFORM 3800-SET-LEVEL-PARA
              END-IF
           END-IF.
       3100-OVERDUE-CURRENCY-PARA.
      *    THE SAME OVERDUE REMAINDERS RE-STATED IN THE CURRENCY THEY
      *    WERE INVOICED IN. A BASE-CURRENCY ACCOUNT QUOTES THE BASE
      *    FIGURE UNCHANGED.
           MOVE WS-OVERDUE-AMT TO WS-OVERDUE-CURR
           IF CURRENCY-CODE OF DCLCUSTOMER1 NOT = SPACES
              EXEC SQL
                  SELECT COALESCE(SUM(ROUND((I.INVOICE_AMOUNT -
                         COALESCE((SELECT SUM(A.ALLOC_AMOUNT)
                                     FROM CASH_ALLOC1 A
                                    WHERE A.INVOICE_ID = I.INVOICE_ID),
                                  0)) *
                         CASE WHEN I.EXCH_RATE > 0
                              THEN I.EXCH_RATE ELSE 1 END, 2)), 0)
                   INTO :WS-OVERDUE-CURR
                   FROM INVOICE1 I
                   WHERE I.CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                     AND ((I.DUE_DATE <> ' '
                           AND I.DUE_DATE < :WS-RUN-DATE)
                       OR (I.DUE_DATE = ' '
                           AND I.INVOICE_DATE <= :WS-CUTOFF-DATE))
              END-EXEC
           END-IF.
       3500-PRINT-LETTER-PARA.
           MOVE WS-OVERDUE-CURR TO WS-AMT-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE ' ' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'OVERDUE PAST PAYMENT TERMS: ' DELIMITED BY SIZE
                  CURRENCY-CODE OF DCLCUSTOMER1 DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  '  AS AT ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       3600-QUEUE-NOTIFY-PARA.
      *    THE LEVEL WENT UP, SO THE CUSTOMER ALSO HEARS IT BY MAIL -
      *    AN ACCOUNT EVENT, NO ORDER - THROUGH THE SHARED A20PGM95
      *    WRITER. AN ACCOUNT LEFT SITTING AT FINAL NOTICE IS NOT
      *    TOLD AGAIN EVERY NIGHT. A NOTIFICATION THAT CANNOT BE
      *    WRITTEN NEVER STOPS THE ESCALATION.
           MOVE WS-NEW-LEVEL TO WS-LEVEL-DISP
           MOVE 'DUN' TO NTFR-EVENT
           MOVE CUSTOMER-ID-TEXT OF DCLCUSTOMER1 TO NTFR-CUSTOMER
           MOVE SPACES TO NTFR-ORDER-ID
           MOVE SPACES TO NTFR-DETAIL
           STRING 'REMINDER LEVEL ' DELIMITED BY SIZE
                  WS-LEVEL-DISP DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  CURRENCY-CODE OF DCLCUSTOMER1 DELIMITED BY SPACE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' DUE' DELIMITED BY SIZE
                  INTO NTFR-DETAIL
           MOVE WS-RUN-DATE TO NTFR-DATE
           MOVE WS-RUN-TIME TO NTFR-TIME
           CALL 'A20PGM95' USING NTFR-REQUEST.
       3800-SET-LEVEL-PARA.
           EXEC SQL
               UPDATE CUSTOMER1
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM74' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM74' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM74' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM74 HELD - WAITING ON ' GATR-WAIT-JOB
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
