      *BAD. PROPOSALS GO ON CREDIT_REVIEW1 AS 'PENDING' FOR THE
      *A20PGM76 SUPERVISOR SCREEN AND COME OUT ON A LISTING THROUGH
      *THE A20PGM41 REPORT WRITER. ACCOUNTS WHOSE LIMIT ALREADY FITS
      *THE SCORE ARE LEFT ALONE. AN ACCOUNT WRITTEN OFF AS BAD DEBT
      *(A20PG111) IS CLOSED - IT IS NOT SCORED AT ALL.
      *PROMPTNESS ALSO COUNTS INVOICES STILL UNPAID MORE THAN 30 DAYS
      *PAST THEIR INVOICE1 DUE DATE (SET FROM THE CUSTOMER'S OWN
      *TERMS), SO A 60-DAY ACCOUNT PAYING ON DAY 55 IS NOT MARKED
      *DOWN. AN OLDER INVOICE WITH NO DUE DATE IS DUE AT 30 DAYS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-SALES-12M         PIC S9(11)V9(2) COMP-3.
       77 WS-PAY-COUNT         PIC S9(5) COMP-3.
       77 WS-HOLD-COUNT        PIC S9(5) COMP-3.
       77 WS-LATE-COUNT        PIC S9(5) COMP-3.
       77 WS-DATE-NUM          PIC 9(08).
       77 WS-LATE-INT          PIC S9(9) COMP.
       01 WS-LATE-DIGITS       PIC 9(08).
       01 WS-LATE-CUTOFF       PIC X(10).
       01 WS-LEGACY-CUTOFF     PIC X(10).
       77 WS-SCORE             PIC S9(3) COMP.
       77 WS-VOLUME-PTS        PIC S9(5) COMP.
       77 WS-PROPOSED          PIC S9(8)V9(2) COMP-3.
           MOVE WS-RUN-DATE(6:2) TO WS-MONTH
           SUBTRACT 1 FROM WS-YEAR
           STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                  INTO WS-CUTOFF-PERIOD
      *    LATE MEANS DUE MORE THAN 30 DAYS AGO - OR, FOR AN INVOICE
      *    WITH NO DUE DATE (DUE AT 30 DAYS), DATED MORE THAN 60.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-LATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 30
           COMPUTE WS-LATE-DIGITS =
                   FUNCTION DATE-OF-INTEGER(WS-LATE-INT)
           STRING WS-LATE-DIGITS(1:4) '-' WS-LATE-DIGITS(5:2)
                  '-' WS-LATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-LATE-CUTOFF
           SUBTRACT 30 FROM WS-LATE-INT
           COMPUTE WS-LATE-DIGITS =
                   FUNCTION DATE-OF-INTEGER(WS-LATE-INT)
           STRING WS-LATE-DIGITS(1:4) '-' WS-LATE-DIGITS(5:2)
                  '-' WS-LATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-LEGACY-CUTOFF.
       1000-OPEN-CURSOR-PARA.
           EXEC SQL
               DECLARE CRDREV-CUR CURSOR FOR
               SELECT CUSTOMER_ID, CREDIT_LIMIT, DUNNING_LEVEL
               FROM CUSTOMER1
               WHERE CUST_STATUS <> 'WRITEOFF'
               ORDER BY CUSTOMER_ID
           END-EXEC
           EXEC SQL
                WHERE O.ORDER_ID = H.ORDER_ID
                  AND O.CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           MOVE 0 TO WS-LATE-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-LATE-COUNT
                FROM INVOICE1 I
                WHERE I.CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                  AND ((I.DUE_DATE <> ' '
                        AND I.DUE_DATE < :WS-LATE-CUTOFF)
                    OR (I.DUE_DATE = ' '
                        AND I.INVOICE_DATE < :WS-LEGACY-CUTOFF))
                  AND I.INVOICE_AMOUNT >
                      COALESCE((SELECT SUM(A.ALLOC_AMOUNT)
                                  FROM CASH_ALLOC1 A
                                 WHERE A.INVOICE_ID = I.INVOICE_ID),
                               0)
           END-EXEC
      *    A BLUNT SCORE, BUT AN HONEST ONE: START AT 50, UP TO 30
      *    POINTS FOR TRADING VOLUME, A FEW FOR A LIVE PAYMENT
      *    HABIT, MINUS 10 PER DUNNING LEVEL AND MINUS 5 PER CREDIT
      *    HOLD THE ACCOUNT HAS EVER EARNED, AND MINUS 10 WHEN ANY
      *    INVOICE IS MORE THAN 30 DAYS PAST ITS DUE DATE.
           MOVE 50 TO WS-SCORE
           COMPUTE WS-VOLUME-PTS = WS-SALES-12M / 1000
           IF WS-VOLUME-PTS > 30
           END-IF
           COMPUTE WS-SCORE = WS-SCORE - (10 * DUNNING-LEVEL)
                            - (5 * WS-HOLD-COUNT)
           IF WS-LATE-COUNT > 0
              SUBTRACT 10 FROM WS-SCORE
           END-IF
           IF WS-SCORE < 0
              MOVE 0 TO WS-SCORE
           END-IF
           MOVE LENGTH OF 'PENDING' TO REVIEW-STATUS-LEN
           MOVE SPACES TO DECIDED-DATE
           MOVE SPACES TO DECIDED-BY
           MOVE 'BATCH' TO RAISED-BY
           EXEC SQL
               INSERT INTO CREDIT_REVIEW1 VALUES(
                      :DCLCREDIT-REVIEW.CUSTOMER-ID,
                      :CALC-DATE,
                      :DCLCREDIT-REVIEW.REVIEW-STATUS,
                      :DECIDED-DATE,
                      :DECIDED-BY,
                      :RAISED-BY)
           END-EXEC.
       5000-PRINT-PROPOSAL-PARA.
           MOVE CREDIT-LIMIT TO WS-CUR-DISP
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM75' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM75' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM75' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM75 HELD - WAITING ON ' GATR-WAIT-JOB
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
