      *PRINTS THE ORDERS AND PAYMENTS THAT FELL IN THE STATEMENT
      *PERIOD (SET ON THE STATEMENT_CONTROL ROW), A CLOSING BALANCE
      *TAKEN STRAIGHT OFF CUSTOMER1.OUTSTANDING_BALANCE SO STATEMENT
      *AND LEDGER CANNOT DISAGREE, AND PAST-DUE AGING BUCKETS SO
      *CREDIT CONTROL CAN SEE WHO IS DRIFTING. AGING IS BALANCE-
      *FORWARD STYLE - ORDER VALUES ARE AGED FROM THEIR DUE DATE TO
      *PERIOD END (PAYMENTS ARE NOT ALLOCATED TO INDIVIDUAL ORDERS
      *ON THIS SYSTEM). AN EXPORT ACCOUNT WITH A CUSTOMER1 CURRENCY
      *IS STATEMENTED IN THAT CURRENCY - ORDERS, BALANCE AND AGING
      *TRANSLATED AT THE EXCHANGE_RATE1 RATE AS AT PERIOD END, AND
      *PAYMENTS AT THE AMOUNT THE CUSTOMER ACTUALLY PAID. WITH NO RATE
      *ON FILE THE STATEMENT PRINTS IN BASE CURRENCY AND SAYS SO.
      *BAD-DEBT WRITE-OFFS (A20PG111) AND LATER RECOVERIES IN THE
      *PERIOD PRINT FROM BAD_DEBT_LEDGER1, AND WHAT IS STILL WRITTEN
      *OFF COMES OFF THE AGING LIKE A PAYMENT, SO A WRITTEN-OFF DEBT
      *STOPS AGEING.
      *THE DUE DATE IS THE ONE ON THE ORDER'S INVOICE1 ROW, SET FROM
      *THE CUSTOMER'S PAYMENT TERMS. AN ORDER NOT YET INVOICED, OR
      *INVOICED BEFORE DUE DATES WERE KEPT, IS DUE THE ACCOUNT'S NET
      *DAYS (STANDARD 30) AFTER ITS ORDER DATE. BUCKETS ARE CURRENT
      *(NOT YET DUE), 1-30, 31-60 AND OVER 60 DAYS PAST DUE.
      *A HEAD OFFICE FLAGGED CONSOL_STMT 'Y' GETS ONE STATEMENT FOR
      *THE GROUP - ITS OWN ITEMS, THEN EACH BRANCH (CUSTOMER1 ROWS
      *WITH IT AS PARENT_ID) UNDER ITS OWN HEADING, IN THE HEAD
      *OFFICE'S CURRENCY. THE CLOSING BALANCE AND AGING ARE THE
      *GROUP'S, AND THE BRANCHES GET NO SEPARATE STATEMENT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
           EXEC SQL
             INCLUDE EXCRTE1
           END-EXEC.
           EXEC SQL
             INCLUDE BDLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY RPTWTR1.
       COPY GATREQ1.
       77 WS-SQLCODE           PIC -9(04).
       01 WS-PERIOD-END-INT    PIC 9(08) USAGE COMP.
       01 WS-ORDER-DATE-INT    PIC 9(08) USAGE COMP.
       01 WS-ORDER-AGE         PIC S9(05) USAGE COMP.
       01 WS-DATE-NUM          PIC 9(08).
       01 WS-DUE-DATE          PIC X(10).
       01 WS-NET-DAYS          PIC S9(4) USAGE COMP.
       77 WS-DEFAULT-TERMS     PIC S9(4) COMP VALUE 30.
       01 WS-AGE-CURRENT       PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-AGE-30            PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-AGE-60            PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-AGE-90            PIC S9(9)V9(2) USAGE COMP-3.
       01 WS-TOTAL-PAID        PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-TOTAL-RETURNED    PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-TOTAL-WRITTEN-OFF PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-TOTAL-DISCOUNT    PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-GROUP-PAID        PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-GROUP-BALANCE     PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-HEAD-ID           PIC X(06).
       01 WS-HEAD-CUSTOMER-ID  PIC X(08).
       01 WS-AGE-DISP          PIC ZZZZZZ9.99-.
       01 WS-AMT-DISP          PIC ZZZZZZ9.99.
       01 WS-BAL-DISP          PIC ZZZZZZ9.99-.
       01 WS-REPORT-LINE       PIC X(80).
       01 WS-STMT-CURRENCY     PIC X(03).
       01 WS-STMT-RATE         PIC S9(5)V9(6) USAGE COMP-3.
       01 WS-RATE-DISP         PIC ZZZZ9.999999.
       01 WS-CONV-IN           PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-CONV-OUT          PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-STMT-FOREIGN-SW   PIC X VALUE 'N'.
          88 WS-STMT-FOREIGN        VALUE 'Y'.
       01 WS-STMT-COUNT        PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-STMT-COUNT-DISP   PIC ZZZZ9.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       77 WS-DOC-SEQ           PIC S9(4) COMP.
       01 WS-DOC-CAPTURE-SW    PIC X VALUE 'N'.
          88 WS-DOC-CAPTURE         VALUE 'Y'.
          88 WS-ORD-EOF             VALUE 'Y'.
       01 WS-PAY-EOF-SW        PIC X.
          88 WS-PAY-EOF             VALUE 'Y'.
       01 WS-BDD-EOF-SW        PIC X.
          88 WS-BDD-EOF             VALUE 'Y'.
       01 WS-BRN-EOF-SW        PIC X.
          88 WS-BRN-EOF             VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 1000-READ-CONTROL-PARA
           PERFORM 1100-OPEN-CUST-CURSOR-PARA
           MOVE 'O' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-STMT-COUNT TO WS-LOG-IN-COUNT
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-READ-CONTROL-PARA.
           MOVE 'STATEMENT' TO CONFIG-ID-TEXT
              DISPLAY 'NO STATEMENT_CONTROL ROW SET UP - SQLCODE= '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 0900-CLOSE-RUN-PARA
              STOP RUN
           END-IF
           STRING PERIOD-END(1:4) PERIOD-END(6:2) PERIOD-END(9:2)
       1100-OPEN-CUST-CURSOR-PARA.
           EXEC SQL
               DECLARE STCUST-CUR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.CUSTOMER_NAME, C.ADDRESS1,
                      C.OUTSTANDING_BALANCE, C.CURRENCY_CODE,
                      C.TERMS_DAYS, C.CONSOL_STMT
               FROM CUSTOMER1 C
               WHERE NOT EXISTS
                     (SELECT 1
                        FROM CUSTOMER1 H
                       WHERE H.CUSTOMER_ID = C.PARENT_ID
                         AND H.CONSOL_STMT = 'Y')
               ORDER BY C.CUSTOMER_ID
           END-EXEC
           EXEC SQL
               OPEN STCUST-CUR
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 0900-CLOSE-RUN-PARA
              STOP RUN
           END-IF.
       2000-FETCH-CUSTOMER-PARA.
               INTO :DCLCUSTOMER1.CUSTOMER-ID,
                    :DCLCUSTOMER1.CUSTOMER-NAME,
                    :ADDRESS1,
                    :OUTSTANDING-BALANCE,
                    :DCLCUSTOMER1.CURRENCY-CODE,
                    :TERMS-DAYS,
                    :CONSOL-STMT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR FETCHING CUSTOMER, SQLCODE= ' SQLCODE
                 ADD 1 TO WS-LOG-WARN-COUNT
                 MOVE 'Y' TO WS-CUST-EOF-SW
           END-EVALUATE.
       3000-PRINT-STATEMENT-PARA.
           MOVE 0 TO WS-AGE-30
           MOVE 0 TO WS-AGE-60
           MOVE 0 TO WS-AGE-90
           MOVE 0 TO WS-GROUP-PAID
           MOVE 'D' TO RPTW-ACTION
           MOVE ' ' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
                  PERIOD-END DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 3100-GET-RATE-PARA
           PERFORM 4000-LIST-ORDERS-PARA
           PERFORM 5000-LIST-PAYMENTS-PARA
           PERFORM 5200-LIST-BAD-DEBTS-PARA
           PERFORM 5400-SUM-CREDITS-PARA
           MOVE OUTSTANDING-BALANCE TO WS-GROUP-BALANCE
           IF CONSOL-STMT = 'Y'
              PERFORM 3500-LIST-BRANCHES-PARA
           END-IF
           MOVE WS-GROUP-BALANCE TO WS-CONV-IN
           PERFORM 3200-CONVERT-PARA
           MOVE WS-CONV-OUT TO WS-BAL-DISP
           MOVE 'D' TO RPTW-ACTION
           STRING 'CLOSING BALANCE: ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
           PERFORM 5500-NET-PAYMENTS-PARA
           PERFORM 6000-PRINT-AGING-PARA
           MOVE 'N' TO WS-DOC-CAPTURE-SW.
       3100-GET-RATE-PARA.
      *    A FOREIGN-CURRENCY ACCOUNT TAKES THE LATEST RATE ON OR
      *    BEFORE PERIOD END. EVERYTHING ON THE LEDGER IS HELD IN
      *    BASE, SO THE STATEMENT TRANSLATES AS IT PRINTS.
           MOVE 'N' TO WS-STMT-FOREIGN-SW
           MOVE 1 TO WS-STMT-RATE
           MOVE CURRENCY-CODE OF DCLCUSTOMER1 TO WS-STMT-CURRENCY
           IF WS-STMT-CURRENCY NOT = SPACES AND
              WS-STMT-CURRENCY NOT = LOW-VALUES
              PERFORM 3150-LOOKUP-RATE-PARA
           END-IF.
       3150-LOOKUP-RATE-PARA.
           MOVE WS-STMT-CURRENCY TO CURRENCY-CODE OF DCLEXCHANGE-RATE
           EXEC SQL
               SELECT EXCH_RATE
                INTO :DCLEXCHANGE-RATE.EXCH-RATE
                FROM EXCHANGE_RATE1
                WHERE CURRENCY_CODE = :DCLEXCHANGE-RATE.CURRENCY-CODE
                  AND RATE_DATE =
                      (SELECT MAX(RATE_DATE)
                         FROM EXCHANGE_RATE1
                        WHERE CURRENCY_CODE =
                              :DCLEXCHANGE-RATE.CURRENCY-CODE
                          AND RATE_DATE <= :PERIOD-END)
           END-EXEC
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           IF SQLCODE = 0 AND EXCH-RATE OF DCLEXCHANGE-RATE > 0
              MOVE 'Y' TO WS-STMT-FOREIGN-SW
              MOVE EXCH-RATE OF DCLEXCHANGE-RATE TO WS-STMT-RATE
              MOVE WS-STMT-RATE TO WS-RATE-DISP
              STRING 'AMOUNTS IN ' DELIMITED BY SIZE
                     WS-STMT-CURRENCY DELIMITED BY SIZE
                     ' AT ' DELIMITED BY SIZE
                     WS-RATE-DISP DELIMITED BY SIZE
                     ' AS AT ' DELIMITED BY SIZE
                     PERIOD-END DELIMITED BY SIZE
                     INTO RPTW-LINE
           ELSE
              STRING 'NO ' DELIMITED BY SIZE
                     WS-STMT-CURRENCY DELIMITED BY SIZE
                     ' RATE AT ' DELIMITED BY SIZE
                     PERIOD-END DELIMITED BY SIZE
                     ' - AMOUNTS IN BASE CURRENCY' DELIMITED BY SIZE
                     INTO RPTW-LINE
           END-IF
           PERFORM 8100-CALL-WRITER-PARA.
       3200-CONVERT-PARA.
           IF WS-STMT-FOREIGN
              COMPUTE WS-CONV-OUT ROUNDED = WS-CONV-IN * WS-STMT-RATE
           ELSE
              MOVE WS-CONV-IN TO WS-CONV-OUT
           END-IF.
       3500-LIST-BRANCHES-PARA.
      *    A CONSOLIDATING HEAD OFFICE - EACH BRANCH'S ORDERS,
      *    PAYMENTS AND BAD DEBT PRINT UNDER ITS OWN HEADING THROUGH
      *    THE SAME PARAGRAPHS, AGE INTO THE SAME BUCKETS, AND ADD
      *    INTO THE GROUP'S CLOSING BALANCE.
           MOVE CUSTOMER-ID OF DCLCUSTOMER1 TO WS-HEAD-CUSTOMER-ID
           MOVE CUSTOMER-ID-TEXT OF DCLCUSTOMER1 TO WS-HEAD-ID
           EXEC SQL
               DECLARE STBRN-CUR CURSOR FOR
               SELECT CUSTOMER_ID, CUSTOMER_NAME,
                      OUTSTANDING_BALANCE, TERMS_DAYS
               FROM CUSTOMER1
               WHERE PARENT_ID = :WS-HEAD-ID
               ORDER BY CUSTOMER_ID
           END-EXEC
           EXEC SQL
               OPEN STBRN-CUR
           END-EXEC
           MOVE 'N' TO WS-BRN-EOF-SW
           PERFORM UNTIL WS-BRN-EOF
              EXEC SQL
                  FETCH STBRN-CUR
                  INTO :DCLCUSTOMER1.CUSTOMER-ID,
                       :DCLCUSTOMER1.CUSTOMER-NAME,
                       :OUTSTANDING-BALANCE,
                       :TERMS-DAYS
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-BRN-EOF-SW
              ELSE
                 PERFORM 3550-PRINT-BRANCH-PARA
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE STBRN-CUR
           END-EXEC
           MOVE WS-HEAD-CUSTOMER-ID TO CUSTOMER-ID OF DCLCUSTOMER1.
       3550-PRINT-BRANCH-PARA.
           MOVE OUTSTANDING-BALANCE TO WS-CONV-IN
           PERFORM 3200-CONVERT-PARA
           MOVE WS-CONV-OUT TO WS-BAL-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE ' ' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           STRING 'BRANCH ' DELIMITED BY SIZE
                  CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                     (1:CUSTOMER-ID-LEN OF DCLCUSTOMER1)
                     DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CUSTOMER-NAME-TEXT(1:CUSTOMER-NAME-LEN)
                     DELIMITED BY SIZE
                  '  BALANCE: ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 4000-LIST-ORDERS-PARA
           PERFORM 5000-LIST-PAYMENTS-PARA
           PERFORM 5200-LIST-BAD-DEBTS-PARA
           PERFORM 5400-SUM-CREDITS-PARA
           ADD OUTSTANDING-BALANCE TO WS-GROUP-BALANCE.
       4000-LIST-ORDERS-PARA.
      *    WALKS EVERY LIVE ORDER FOR THE CUSTOMER - CANCELLED
      *    ORDERS ARE GONE FROM THE BOOKS AND HELD ORDERS HAVE NOT
      *    STATEMENT -
      *    THE ONES INSIDE THE PERIOD PRINT ON THE STATEMENT BODY,
      *    AND EVERY ONE OF THEM IS AGED AGAINST THE PERIOD END FOR
      *    THE PAST-DUE BUCKETS, FROM ITS INVOICE'S DUE DATE (BLANK
      *    WHEN NOT INVOICED OR INVOICED BEFORE DUE DATES WERE KEPT).
           EXEC SQL
               DECLARE STORD-CUR CURSOR FOR
               SELECT O.ORDER_ID, O.ORDER_DATE, O.TOTAL_AMOUNT,
                      COALESCE((SELECT MAX(I.DUE_DATE)
                                  FROM INVOICE1 I
                                 WHERE I.ORDER_ID = O.ORDER_ID),
                               ' ')
               FROM ORDER1 O
               WHERE O.CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                 AND O.PROD_STATUS NOT IN ('CANCELLED', 'HELD')
               ORDER BY O.ORDER_DATE, O.ORDER_ID
           END-EXEC
           EXEC SQL
               OPEN STORD-CUR
                  FETCH STORD-CUR
                  INTO :DCLORDER1.ORDER-ID,
                       :DCLORDER1.ORDER-DATE,
                       :TOTAL-AMOUNT OF DCLORDER1,
                       :WS-DUE-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-ORD-EOF-SW
                 PERFORM 4100-AGE-ORDER-PARA
                 IF ORDER-DATE OF DCLORDER1 >= PERIOD-START AND
                    ORDER-DATE OF DCLORDER1 <= PERIOD-END
                    MOVE TOTAL-AMOUNT OF DCLORDER1 TO WS-CONV-IN
                    PERFORM 3200-CONVERT-PARA
                    MOVE WS-CONV-OUT TO WS-AMT-DISP
                    STRING '  ORDER   ' DELIMITED BY SIZE
                           ORDER-ID-TEXT OF DCLORDER1
                              (1:ORDER-ID-LEN OF DCLORDER1)
               CLOSE STORD-CUR
           END-EXEC.
       4100-AGE-ORDER-PARA.
      *    WS-ORDER-AGE IS DAYS PAST DUE AT PERIOD END - ZERO OR LESS
      *    IS CURRENT. WS-AGE-30/60/90 HOLD 1-30, 31-60 AND OVER 60.
           IF WS-DUE-DATE NOT = SPACES
              STRING WS-DUE-DATE(1:4)
                     WS-DUE-DATE(6:2)
                     WS-DUE-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-ORDER-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
              IF TERMS-DAYS > 0
                 MOVE TERMS-DAYS TO WS-NET-DAYS
              ELSE
                 MOVE WS-DEFAULT-TERMS TO WS-NET-DAYS
              END-IF
              STRING ORDER-DATE OF DCLORDER1(1:4)
                     ORDER-DATE OF DCLORDER1(6:2)
                     ORDER-DATE OF DCLORDER1(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-ORDER-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                      + WS-NET-DAYS
           END-IF
           COMPUTE WS-ORDER-AGE =
                   WS-PERIOD-END-INT - WS-ORDER-DATE-INT
           EVALUATE TRUE
             WHEN WS-ORDER-AGE <= 0
                ADD TOTAL-AMOUNT OF DCLORDER1 TO WS-AGE-CURRENT
             WHEN WS-ORDER-AGE <= 30
                ADD TOTAL-AMOUNT OF DCLORDER1 TO WS-AGE-30
             WHEN WS-ORDER-AGE <= 60
                ADD TOTAL-AMOUNT OF DCLORDER1 TO WS-AGE-60
             WHEN OTHER
                ADD TOTAL-AMOUNT OF DCLORDER1 TO WS-AGE-90
       5000-LIST-PAYMENTS-PARA.
           EXEC SQL
               DECLARE STPAY-CUR CURSOR FOR
               SELECT PAYMENT_AMOUNT, PAYMENT_DATE, BANK_REF,
                      CURRENCY_CODE, CURR_AMOUNT
               FROM PAYMENT1
               WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                 AND PAYMENT_DATE BETWEEN :PERIOD-START
           PERFORM UNTIL WS-PAY-EOF
              EXEC SQL
                  FETCH STPAY-CUR
                  INTO :PAYMENT-AMOUNT, :PAYMENT-DATE, :BANK-REF,
                       :DCLPAYMENT1.CURRENCY-CODE,
                       :DCLPAYMENT1.CURR-AMOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-PAY-EOF-SW
              ELSE
      *          A PAYMENT TAKEN IN THE ACCOUNT'S CURRENCY SHOWS WHAT
      *          THE CUSTOMER SENT, NOT A RE-TRANSLATION OF ITS BASE.
                 IF WS-STMT-FOREIGN AND
                    CURRENCY-CODE OF DCLPAYMENT1 = WS-STMT-CURRENCY
                    MOVE CURR-AMOUNT OF DCLPAYMENT1 TO WS-AMT-DISP
                 ELSE
                    MOVE PAYMENT-AMOUNT TO WS-CONV-IN
                    PERFORM 3200-CONVERT-PARA
                    MOVE WS-CONV-OUT TO WS-AMT-DISP
                 END-IF
                 STRING '  PAYMENT ' DELIMITED BY SIZE
                        BANK-REF-TEXT(1:BANK-REF-LEN)
                           DELIMITED BY SIZE
           EXEC SQL
               CLOSE STPAY-CUR
           END-EXEC.
       5200-LIST-BAD-DEBTS-PARA.
      *    A WRITE-OFF TAKES THE DEBT OFF THE BALANCE LIKE A CREDIT; A
      *    RECOVERY PUTS BACK WHAT THE PAYMENT LISTED ABOVE PAID.
           EXEC SQL
               DECLARE STBDD-CUR CURSOR FOR
               SELECT WRITE_OFF_ID, BD_TYPE, BD_AMOUNT, BD_DATE
               FROM BAD_DEBT_LEDGER1
               WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                 AND BD_DATE BETWEEN :PERIOD-START
                                 AND :PERIOD-END
               ORDER BY BD_DATE, WRITE_OFF_ID
           END-EXEC
           EXEC SQL
               OPEN STBDD-CUR
           END-EXEC
           MOVE 'N' TO WS-BDD-EOF-SW
           PERFORM UNTIL WS-BDD-EOF
              EXEC SQL
                  FETCH STBDD-CUR
                  INTO :DCLBAD-DEBT-LEDGER.WRITE-OFF-ID, :BD-TYPE,
                       :BD-AMOUNT, :BD-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-BDD-EOF-SW
              ELSE
                 MOVE BD-AMOUNT TO WS-CONV-IN
                 PERFORM 3200-CONVERT-PARA
                 MOVE WS-CONV-OUT TO WS-AMT-DISP
                 MOVE SPACES TO RPTW-LINE
                 IF BD-TYPE = 'WOF'
                    STRING '  WRITE-OFF ' DELIMITED BY SIZE
                           WRITE-OFF-ID-TEXT OF DCLBAD-DEBT-LEDGER
                              (1:WRITE-OFF-ID-LEN OF
                                 DCLBAD-DEBT-LEDGER)
                              DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           BD-DATE DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           WS-AMT-DISP DELIMITED BY SIZE
                           ' CR' DELIMITED BY SIZE
                           INTO RPTW-LINE
                 ELSE
                    STRING '  RECOVERY  ' DELIMITED BY SIZE
                           WRITE-OFF-ID-TEXT OF DCLBAD-DEBT-LEDGER
                              (1:WRITE-OFF-ID-LEN OF
                                 DCLBAD-DEBT-LEDGER)
                              DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           BD-DATE DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           WS-AMT-DISP DELIMITED BY SIZE
                           INTO RPTW-LINE
                 END-IF
                 MOVE 'D' TO RPTW-ACTION
                 PERFORM 8100-CALL-WRITER-PARA
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE STBDD-CUR
           END-EXEC.
       5400-SUM-CREDITS-PARA.
      *    EVERYTHING THIS ACCOUNT HAS PAID OR BEEN CREDITED, ADDED
      *    INTO THE STATEMENT'S TOTAL FOR 5500 - ONE ACCOUNT, OR THE
      *    HEAD OFFICE AND EACH BRANCH ON A CONSOLIDATED STATEMENT.
           MOVE 0 TO WS-TOTAL-PAID
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
                  AND H.CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           ADD WS-TOTAL-RETURNED TO WS-TOTAL-PAID
           MOVE 0 TO WS-TOTAL-WRITTEN-OFF
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN BD_TYPE = 'WOF'
                                        THEN BD_AMOUNT
                                        ELSE 0 - BD_AMOUNT
                                   END), 0)
                INTO :WS-TOTAL-WRITTEN-OFF
                FROM BAD_DEBT_LEDGER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           ADD WS-TOTAL-WRITTEN-OFF TO WS-TOTAL-PAID
           MOVE 0 TO WS-TOTAL-DISCOUNT
           EXEC SQL
               SELECT COALESCE(SUM(MEMO_AMOUNT), 0)
                INTO :WS-TOTAL-DISCOUNT
                FROM CUSTOMER_MEMO1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                  AND MEMO_TYPE = 'C'
                  AND REASON_CODE = 'SDS'
           END-EXEC
           ADD WS-TOTAL-DISCOUNT TO WS-TOTAL-PAID
           ADD WS-TOTAL-PAID TO WS-GROUP-PAID.
       5500-NET-PAYMENTS-PARA.
      *    PAYMENTS ARE NOT ALLOCATED TO INDIVIDUAL ORDERS ON THIS
      *    SYSTEM, SO THE BUCKETS ARE NETTED BALANCE-FORWARD STYLE -
      *    EVERYTHING THE CUSTOMER HAS EVER PAID, PLUS EVERYTHING
      *    CREDITED BACK FOR RETURNS (WHICH REDUCE THE BALANCE BUT
      *    NOT ANY ORDER'S TOTAL), COMES OFF THE OLDEST BUCKET FIRST.
      *    A PAID-UP ACCOUNT THEN AGES TO ZERO AND THE BUCKETS SUM
      *    BACK TO THE CLOSING BALANCE ABOVE. BAD DEBT STILL WRITTEN
      *    OFF (WRITE-OFFS LESS RECOVERIES) COMES OFF THE SAME WAY,
      *    AND SO DO SETTLEMENT DISCOUNTS A20PGM27 ALLOWED (REASON
      *    'SDS' CREDIT MEMOS) - THE PART OF AN INVOICE THE CUSTOMER
      *    WAS ENTITLED NOT TO PAY.
           MOVE WS-GROUP-PAID TO WS-TOTAL-PAID
           IF WS-TOTAL-PAID >= WS-AGE-90
              SUBTRACT WS-AGE-90 FROM WS-TOTAL-PAID
              MOVE 0 TO WS-AGE-90
           END-IF.
       6000-PRINT-AGING-PARA.
           MOVE 'D' TO RPTW-ACTION
           MOVE WS-AGE-CURRENT TO WS-CONV-IN
           PERFORM 3200-CONVERT-PARA
           MOVE WS-CONV-OUT TO WS-AGE-DISP
           STRING 'AGING  CURRENT: ' DELIMITED BY SIZE
                  WS-AGE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-AGE-30 TO WS-CONV-IN
           PERFORM 3200-CONVERT-PARA
           MOVE WS-CONV-OUT TO WS-AGE-DISP
           STRING 'PAST DUE 1-30:  ' DELIMITED BY SIZE
                  WS-AGE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-AGE-60 TO WS-CONV-IN
           PERFORM 3200-CONVERT-PARA
           MOVE WS-CONV-OUT TO WS-AGE-DISP
           STRING 'PAST DUE 31-60: ' DELIMITED BY SIZE
                  WS-AGE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-AGE-90 TO WS-CONV-IN
           PERFORM 3200-CONVERT-PARA
           MOVE WS-CONV-OUT TO WS-AGE-DISP
           STRING 'PAST DUE >60:   ' DELIMITED BY SIZE
                  WS-AGE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
                  AND DOC_ID = :DCLDOCUMENT1.DOC-ID
           END-EXEC
           MOVE 'Y' TO WS-DOC-CAPTURE-SW.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM28' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM28' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM28 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PGM28' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM28 HELD - WAITING ON ' GATR-WAIT-JOB
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
           IF WS-DOC-CAPTURE AND RPTW-ACTION = 'D'
              ADD 1 TO WS-DOC-SEQ
