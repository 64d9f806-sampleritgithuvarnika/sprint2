      *ACCOUNT. ADVICES THAT CANNOT BE POSTED (BAD RECORD, UNKNOWN
      *CUSTOMER) COME OUT ON THEIR OWN EXCEPTION LISTING AND THE JOB
      *ENDS RC=4 SO THE SCHEDULER KNOWS THE NIGHT WAS NOT CLEAN.
      *AN EXPORT ACCOUNT WITH A CUSTOMER1 CURRENCY PAYS IN THAT
      *CURRENCY - THE ADVICE AMOUNT IS SPREAD OVER ITS INVOICES IN
      *THE INVOICED CURRENCY, EACH SLICE TAKEN OFF THE BASE BALANCE
      *AT THE RATE THE INVOICE WAS BILLED AT, ANY REMAINDER AT THE
      *EXCHANGE_RATE1 RATE FOR THE VALUE DATE. THE DIFFERENCE FROM
      *THE CASH'S BASE VALUE AT THAT RATE IS THE EXCHANGE GAIN OR
      *LOSS, KEPT ON PAYMENT1 FOR THE A20PGM77 GL FEED. AN ADVICE IN
      *A CURRENCY WITH NO RATE FOR ITS VALUE DATE IS AN EXCEPTION.
      *CASH LEFT OVER WHEN THE OPEN ITEMS RUN OUT GOES NEXT TO ANY
      *INVOICES WRITTEN OFF AS BAD DEBT ON A20PG111 - A RECOVERY. THE
      *WRITE-OFF SLICE IS CUT BACK, THE PAYMENT TAKES ITS PLACE, A
      *'REC' ROW ON BAD_DEBT_LEDGER1 TELLS A20PGM77 TO REVERSE THAT
      *MUCH OF THE BAD-DEBT JOURNAL, AND THE BALANCE MOVES ONLY BY
      *THE CASH THAT DID NOT GO TO A RECOVERY.
      *AN INVOICE CARRYING A SETTLEMENT DISCOUNT (SET BY A20PGM33 FROM
      *THE CUSTOMER'S TERMS) WHOSE PAYMENT IS VALUED ON OR BEFORE THE
      *DISCOUNT DATE AND COVERS THE INVOICE LESS THE DISCOUNT IS
      *SETTLED IN FULL - THE DISCOUNT IS POSTED AS AN 'SDS' CREDIT
      *MEMO ON CUSTOMER_MEMO1 (WITH ITS OWN CASH_ALLOC1 SLICE, AS A
      *A20PGM87 MEMO) INSTEAD OF LEAVING A SMALL UNPAID REMAINDER,
      *AND A20PGM77 JOURNALS IT TO DISCOUNT ALLOWED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
           EXEC SQL
             INCLUDE INVOI1
           END-EXEC.
           EXEC SQL
             INCLUDE ACCPER1
           END-EXEC.
           EXEC SQL
             INCLUDE EXCRTE1
           END-EXEC.
           EXEC SQL
             INCLUDE WRTOFF1
           END-EXEC.
           EXEC SQL
             INCLUDE BDLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE CUSMEM1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
       77 WS-FILE-STATUS        PIC X(02).
       77 WS-SQLCODE            PIC -9(04).
       77 WS-PAY-AMOUNT         PIC 9(8)V9(2).
       77 WS-UNPAID-AMT          PIC S9(8)V9(2) COMP-3.
       77 WS-REMAIN-AMT           PIC S9(8)V9(2) COMP-3.
       77 WS-SLICE-AMT            PIC S9(8)V9(2) COMP-3.
       77 WS-SLICE-CURR           PIC S9(8)V9(2) COMP-3.
       77 WS-UNPAID-CURR          PIC S9(8)V9(2) COMP-3.
       77 WS-BOOKED-AMT           PIC S9(8)V9(2) COMP-3.
       77 WS-RECOVER-AMT          PIC S9(8)V9(2) COMP-3.
       77 WS-CASH-BASE            PIC S9(8)V9(2) COMP-3.
       77 WS-UNAPPLIED-BASE       PIC S9(8)V9(2) COMP-3.
       77 WS-FX-AMT               PIC S9(8)V9(2) COMP-3.
       77 WS-PAY-RATE             PIC S9(5)V9(6) COMP-3.
       77 WS-INV-RATE             PIC S9(5)V9(6) COMP-3.
       77 WS-DISC-AMT             PIC S9(8)V9(2) COMP-3.
       77 WS-DISC-TAKEN           PIC S9(8)V9(2) COMP-3.
       77 WS-DISC-ADV             PIC S9(8)V9(2) COMP-3.
       77 WS-NET-AMT              PIC S9(8)V9(2) COMP-3.
       77 WS-NET-CURR             PIC S9(8)V9(2) COMP-3.
       77 WS-MEMO-NUM             PIC 9(07).
       01 WS-MEMO-ID              PIC X(08).
       01 WS-DISC-DATE            PIC X(10).
       01 WS-DISC-TOTAL           PIC S9(10)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-DISC-DISP            PIC ZZZZZZZZ9.99.
       01 WS-CUST-CURRENCY        PIC X(03).
       01 WS-FX-TOTAL             PIC S9(10)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-FX-DISP              PIC ZZZZZZZZ9.99-.
       01 WS-RECOVER-TOTAL        PIC S9(10)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-RECOVER-DISP         PIC ZZZZZZZZ9.99.
       01 WS-PERIOD-CHECK         PIC X(07).
       01 WS-CARRIED-COUNT        PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-CARRIED-DISP         PIC ZZZZ9.
           DISPLAY 'EXCEPTION ADVICES:   ' WS-EXCEPT-DISP
           MOVE WS-CARRIED-COUNT TO WS-CARRIED-DISP
           DISPLAY 'CARRIED FORWARD:     ' WS-CARRIED-DISP
           MOVE WS-FX-TOTAL TO WS-FX-DISP
           DISPLAY 'EXCHANGE GAIN/LOSS:  ' WS-FX-DISP
           MOVE WS-RECOVER-TOTAL TO WS-RECOVER-DISP
           DISPLAY 'BAD DEBT RECOVERED:  ' WS-RECOVER-DISP
           MOVE WS-DISC-TOTAL TO WS-DISC-DISP
           DISPLAY 'SETTLEMENT DISCOUNT: ' WS-DISC-DISP
           MOVE WS-POSTED-COUNT TO WS-LOG-IN-COUNT
           MOVE WS-EXCEPT-COUNT TO WS-LOG-WARN-COUNT
           IF WS-EXCEPT-COUNT > 0
           IF WS-REC-OK
              PERFORM 3200-CHECK-PERIOD-PARA
           END-IF
           IF WS-REC-OK
              PERFORM 3300-GET-CURRENCY-PARA
           END-IF
           IF WS-REC-OK
              PERFORM 4000-POST-PAYMENT-PARA
           END-IF
              DISPLAY WS-REPORT-LINE
              MOVE WS-RUN-DATE TO WS-IN-VALDATE
           END-IF.
       3300-GET-CURRENCY-PARA.
      *    THE ACCOUNT'S CURRENCY DECIDES WHAT THE ADVICE AMOUNT IS
      *    IN. BASE CURRENCY IS RATE 1; A FOREIGN ONE TAKES THE
      *    LATEST RATE ON OR BEFORE THE VALUE DATE.
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF WS-IN-CUSTID TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           MOVE 1 TO WS-PAY-RATE
           EXEC SQL
               SELECT CURRENCY_CODE
                INTO :DCLCUSTOMER1.CURRENCY-CODE
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE CURRENCY-CODE OF DCLCUSTOMER1 TO WS-CUST-CURRENCY
             WHEN 100
                MOVE 'N' TO WS-REC-OK-SW
                MOVE 'NO SUCH CUSTOMER' TO WS-EXCEPT-REASON
             WHEN OTHER
                MOVE 'N' TO WS-REC-OK-SW
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'SQL ERROR ' DELIMITED BY SIZE
                       WS-SQLCODE   DELIMITED BY SIZE
                       INTO WS-EXCEPT-REASON
           END-EVALUATE
           IF WS-REC-OK AND WS-CUST-CURRENCY NOT = SPACES
              MOVE WS-CUST-CURRENCY TO
                   CURRENCY-CODE OF DCLEXCHANGE-RATE
              EXEC SQL
                  SELECT EXCH_RATE
                   INTO :DCLEXCHANGE-RATE.EXCH-RATE
                   FROM EXCHANGE_RATE1
                   WHERE CURRENCY_CODE =
                         :DCLEXCHANGE-RATE.CURRENCY-CODE
                     AND RATE_DATE =
                         (SELECT MAX(RATE_DATE)
                            FROM EXCHANGE_RATE1
                           WHERE CURRENCY_CODE =
                                 :DCLEXCHANGE-RATE.CURRENCY-CODE
                             AND RATE_DATE <= :WS-IN-VALDATE)
              END-EXEC
              IF SQLCODE = 0 AND EXCH-RATE OF DCLEXCHANGE-RATE > 0
                 MOVE EXCH-RATE OF DCLEXCHANGE-RATE TO WS-PAY-RATE
              ELSE
                 MOVE 'N' TO WS-REC-OK-SW
                 STRING 'NO EXCHANGE RATE FOR ' DELIMITED BY SIZE
                        WS-CUST-CURRENCY DELIMITED BY SIZE
                        INTO WS-EXCEPT-REASON
              END-IF
           END-IF.
       4000-POST-PAYMENT-PARA.
      *    THE SPREAD ACROSS THE OPEN ITEMS FIXES THE BASE VALUE THE
      *    PAYMENT TAKES OFF THE BALANCE (FOR A BASE-CURRENCY ACCOUNT
      *    THAT IS SIMPLY THE ADVICE AMOUNT). WHAT WENT TO A BAD-DEBT
      *    RECOVERY WAS NO LONGER ON THE BALANCE, SO IT IS PUT BACK.
      *    SETTLEMENT DISCOUNT ALLOWED COMES OFF THE BALANCE TOO.
           PERFORM 4200-ALLOCATE-PAYMENT-PARA
           EXEC SQL
               UPDATE CUSTOMER1
                  SET OUTSTANDING_BALANCE = OUTSTANDING_BALANCE
                                             - :WS-BOOKED-AMT
                                             - :WS-DISC-ADV
                                             + :WS-RECOVER-AMT
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 4100-RECORD-PAYMENT-PARA
                ADD 1 TO WS-POSTED-COUNT
                ADD WS-BOOKED-AMT TO WS-POSTED-AMT
                ADD WS-FX-AMT TO WS-FX-TOTAL
                ADD WS-RECOVER-AMT TO WS-RECOVER-TOTAL
                ADD WS-DISC-ADV TO WS-DISC-TOTAL
             WHEN 100
                MOVE 'N' TO WS-REC-OK-SW
                MOVE 'NO SUCH CUSTOMER' TO WS-EXCEPT-REASON
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLPAYMENT1
           MOVE LENGTH OF WS-IN-CUSTID TO
                CUSTOMER-ID-LEN OF DCLPAYMENT1
           MOVE WS-BOOKED-AMT TO PAYMENT-AMOUNT
           MOVE WS-IN-VALDATE TO PAYMENT-DATE
           MOVE WS-IN-BANKREF TO BANK-REF-TEXT OF DCLPAYMENT1
           MOVE LENGTH OF WS-IN-BANKREF TO
                BANK-REF-LEN OF DCLPAYMENT1
           MOVE WS-RUN-DATE TO POSTED-DATE
           MOVE WS-CUST-CURRENCY TO CURRENCY-CODE OF DCLPAYMENT1
           MOVE WS-PAY-AMOUNT TO CURR-AMOUNT OF DCLPAYMENT1
           MOVE WS-PAY-RATE TO EXCH-RATE OF DCLPAYMENT1
           MOVE WS-FX-AMT TO FX-GAIN-LOSS
           EXEC SQL
               INSERT INTO PAYMENT1 VALUES(
                      :DCLPAYMENT1.CUSTOMER-ID,
                      :PAYMENT-AMOUNT,
                      :PAYMENT-DATE,
                      :BANK-REF,
                      :POSTED-DATE,
                      :DCLPAYMENT1.CURRENCY-CODE,
                      :DCLPAYMENT1.CURR-AMOUNT,
                      :DCLPAYMENT1.EXCH-RATE,
                      :FX-GAIN-LOSS)
           END-EXEC.
       4200-ALLOCATE-PAYMENT-PARA.
      *    OPEN-ITEM CASH APPLICATION - THE PAYMENT IS SPREAD ACROSS
      *    WHEN THE OPEN ITEMS RUN OUT STAYS UNAPPLIED AND SHOWS ON
      *    THE A20PGM73 UNAPPLIED-CASH REPORT; A CLERK CAN MOVE
      *    SLICES ON THE A20PGM72 SCREEN WHEN THE CUSTOMER'S ADVICE
      *    SAYS A DIFFERENT INVOICE WAS MEANT. A FOREIGN-CURRENCY
      *    PAYMENT ONLY MEETS INVOICES BILLED IN THE SAME CURRENCY;
      *    WS-REMAIN-AMT RUNS IN THAT CURRENCY. AN INVOICE'S
      *    SETTLEMENT DISCOUNT IS OFFERED ONLY WHILE NO 'SDS' MEMO
      *    HAS BEEN RAISED AGAINST IT.
           MOVE WS-PAY-AMOUNT TO WS-REMAIN-AMT
           MOVE 0 TO WS-BOOKED-AMT
           MOVE 0 TO WS-DISC-ADV
           MOVE 0 TO WS-RECOVER-AMT
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLINVOICE1
           MOVE LENGTH OF WS-IN-CUSTID TO
                CUSTOMER-ID-LEN OF DCLINVOICE1
                      COALESCE((SELECT SUM(A.ALLOC_AMOUNT)
                                  FROM CASH_ALLOC1 A
                                 WHERE A.INVOICE_ID = I.INVOICE_ID),
                               0),
                      I.EXCH_RATE,
                      I.SETTLE_DISC_DATE,
                      CASE WHEN EXISTS
                                (SELECT 1 FROM CUSTOMER_MEMO1 M
                                  WHERE M.INVOICE_ID = I.INVOICE_ID
                                    AND M.REASON_CODE = 'SDS')
                           THEN 0
                           ELSE I.SETTLE_DISC_AMT END
               FROM INVOICE1 I
               WHERE I.CUSTOMER_ID = :DCLINVOICE1.CUSTOMER-ID
                 AND I.CURRENCY_CODE = :WS-CUST-CURRENCY
               ORDER BY I.INVOICE_DATE, I.INVOICE_ID
           END-EXEC
           EXEC SQL
           PERFORM UNTIL WS-ALLOC-EOF OR WS-REMAIN-AMT = 0
               EXEC SQL
                   FETCH OPNITM-CUR
                   INTO :DCLINVOICE1.INVOICE-ID, :WS-UNPAID-AMT,
                        :WS-INV-RATE, :WS-DISC-DATE, :WS-DISC-AMT
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE 'Y' TO WS-ALLOC-EOF-SW
               ELSE
                  IF WS-UNPAID-AMT > 0
                     PERFORM 4220-CHECK-DISCOUNT-PARA
                     PERFORM 4210-SIZE-SLICE-PARA
                     PERFORM 4250-RECORD-SLICE-PARA
                     IF WS-DISC-TAKEN > 0
                        PERFORM 4260-RECORD-DISCOUNT-PARA
                     END-IF
                     SUBTRACT WS-SLICE-CURR FROM WS-REMAIN-AMT
                     ADD WS-SLICE-AMT TO WS-BOOKED-AMT
                  END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE OPNITM-CUR
           END-EXEC
           IF WS-REMAIN-AMT > 0
              PERFORM 4300-RECOVER-WRITE-OFFS-PARA
           END-IF
           PERFORM 4280-SETTLE-FX-PARA.
       4210-SIZE-SLICE-PARA.
      *    WS-SLICE-CURR IS WHAT THE SLICE USES OF THE ADVICE,
      *    WS-SLICE-AMT WHAT IT CLEARS OFF THE INVOICE IN BASE. A
      *    FOREIGN INVOICE'S UNPAID BASE REMAINDER IS WORTH IT TIMES
      *    THE RATE IT WAS BILLED AT; PAYING IT IN FULL CLEARS THE
      *    WHOLE BASE REMAINDER SO NO ROUNDING PENNY IS LEFT OPEN.
           IF WS-CUST-CURRENCY = SPACES
              IF WS-UNPAID-AMT < WS-REMAIN-AMT
                 MOVE WS-UNPAID-AMT TO WS-SLICE-AMT
              ELSE
                 MOVE WS-REMAIN-AMT TO WS-SLICE-AMT
              END-IF
              MOVE WS-SLICE-AMT TO WS-SLICE-CURR
           ELSE
              IF WS-INV-RATE NOT > 0
                 MOVE WS-PAY-RATE TO WS-INV-RATE
              END-IF
              COMPUTE WS-UNPAID-CURR ROUNDED =
                      WS-UNPAID-AMT * WS-INV-RATE
              IF WS-UNPAID-CURR < WS-REMAIN-AMT
                 MOVE WS-UNPAID-CURR TO WS-SLICE-CURR
                 MOVE WS-UNPAID-AMT TO WS-SLICE-AMT
              ELSE
                 MOVE WS-REMAIN-AMT TO WS-SLICE-CURR
                 COMPUTE WS-SLICE-AMT ROUNDED =
                         WS-REMAIN-AMT / WS-INV-RATE
              END-IF
           END-IF.
       4220-CHECK-DISCOUNT-PARA.
      *    THE DISCOUNT IS TAKEN ONLY WHEN THE PAYMENT IS VALUED BY
      *    THE DISCOUNT DATE AND WHAT IS LEFT OF IT COVERS THE UNPAID
      *    REMAINDER LESS THE DISCOUNT (IN THE INVOICED CURRENCY AT
      *    THE BILLED RATE) - THE SLICE THEN SETTLES THE REST AND THE
      *    DISCOUNT CLOSES THE INVOICE. A SHORTER PAYMENT IS AN
      *    ORDINARY PART-PAYMENT AND THE DISCOUNT IS NOT EARNED.
           MOVE 0 TO WS-DISC-TAKEN
           IF WS-DISC-AMT > 0 AND WS-DISC-DATE NOT = SPACES
              AND WS-IN-VALDATE NOT > WS-DISC-DATE
              AND WS-UNPAID-AMT > WS-DISC-AMT
              COMPUTE WS-NET-AMT = WS-UNPAID-AMT - WS-DISC-AMT
              IF WS-CUST-CURRENCY = SPACES
                 MOVE WS-NET-AMT TO WS-NET-CURR
              ELSE
                 IF WS-INV-RATE NOT > 0
                    MOVE WS-PAY-RATE TO WS-INV-RATE
                 END-IF
                 COMPUTE WS-NET-CURR ROUNDED =
                         WS-NET-AMT * WS-INV-RATE
              END-IF
              IF WS-REMAIN-AMT NOT < WS-NET-CURR
                 MOVE WS-DISC-AMT TO WS-DISC-TAKEN
                 MOVE WS-NET-AMT TO WS-UNPAID-AMT
              END-IF
           END-IF.
       4260-RECORD-DISCOUNT-PARA.
      *    THE DISCOUNT IS A SYSTEM-RAISED CREDIT MEMO ON THE INVOICE,
      *    NUMBERED OFF THE SAME 'MEMO' CONTROL ROW AS A20PGM87, WITH
      *    ITS OWN CASH_ALLOC1 SLICE UNDER THE MEMO NUMBER SO THE
      *    INVOICE SHOWS SETTLED ON A20PGM72 AND IN THE NEXT SPREAD.
           PERFORM 4270-SET-MEMO-ID-PARA
           MOVE WS-MEMO-ID TO MEMO-ID-TEXT
           MOVE LENGTH OF WS-MEMO-ID TO MEMO-ID-LEN
           MOVE 'C' TO MEMO-TYPE
           MOVE INVOICE-ID OF DCLINVOICE1 TO
                INVOICE-ID OF DCLCUSTOMER-MEMO
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLCUSTOMER-MEMO
           MOVE LENGTH OF WS-IN-CUSTID TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER-MEMO
           MOVE WS-DISC-TAKEN TO MEMO-AMOUNT
           MOVE 'SDS' TO REASON-CODE
           MOVE WS-RUN-DATE TO MEMO-DATE
           MOVE 'BATCH' TO RAISED-BY
           EXEC SQL
               INSERT INTO CUSTOMER_MEMO1 VALUES(
                      :DCLCUSTOMER-MEMO.MEMO-ID,
                      :MEMO-TYPE,
                      :DCLCUSTOMER-MEMO.INVOICE-ID,
                      :DCLCUSTOMER-MEMO.CUSTOMER-ID,
                      :MEMO-AMOUNT,
                      :REASON-CODE,
                      :MEMO-DATE,
                      :RAISED-BY)
           END-EXEC
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLCASH-ALLOC
           MOVE LENGTH OF WS-IN-CUSTID TO
                CUSTOMER-ID-LEN OF DCLCASH-ALLOC
           MOVE WS-MEMO-ID TO BANK-REF-TEXT OF DCLCASH-ALLOC
           MOVE LENGTH OF WS-MEMO-ID TO
                BANK-REF-LEN OF DCLCASH-ALLOC
           MOVE INVOICE-ID OF DCLINVOICE1 TO
                INVOICE-ID OF DCLCASH-ALLOC
           MOVE WS-DISC-TAKEN TO ALLOC-AMOUNT
           MOVE WS-RUN-DATE TO ALLOC-DATE
           MOVE 'BATCH' TO ALLOC-BY
           EXEC SQL
               INSERT INTO CASH_ALLOC1 VALUES(
                      :DCLCASH-ALLOC.CUSTOMER-ID,
                      :DCLCASH-ALLOC.BANK-REF,
                      :DCLCASH-ALLOC.INVOICE-ID,
                      :ALLOC-AMOUNT,
                      :ALLOC-DATE,
                      :ALLOC-BY)
           END-EXEC
           ADD WS-DISC-TAKEN TO WS-DISC-ADV
           MOVE WS-DISC-TAKEN TO WS-AMT-DISP
           DISPLAY 'DISCOUNT ' WS-MEMO-ID ' ON '
                   INVOICE-ID-TEXT OF DCLINVOICE1
                      (1:INVOICE-ID-LEN OF DCLINVOICE1)
                   ' ' WS-AMT-DISP.
       4270-SET-MEMO-ID-PARA.
      *    SAME SERIALIZED NUMBERING AS A20PGM87 - MEMO NUMBERS STAY
      *    ONE UNBROKEN SEQUENCE WHOEVER RAISES THEM.
           MOVE 'MEMO' TO CONTROL-ID-TEXT
           MOVE LENGTH OF 'MEMO' TO CONTROL-ID-LEN
           EXEC SQL
               UPDATE ORDER_CONTROL
                  SET NEXT_ORDER_NUM = NEXT_ORDER_NUM + 1
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           EXEC SQL
               SELECT NEXT_ORDER_NUM INTO :NEXT-ORDER-NUM
                 FROM ORDER_CONTROL
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           MOVE NEXT-ORDER-NUM TO WS-MEMO-NUM
           STRING 'M' DELIMITED BY SIZE
                  WS-MEMO-NUM DELIMITED BY SIZE
                  INTO WS-MEMO-ID.
       4280-SETTLE-FX-PARA.
      *    WHATEVER IS LEFT UNAPPLIED IS BOOKED AT TODAY'S RATE. THE
      *    CASH IS WORTH THE ADVICE AMOUNT AT TODAY'S RATE; WHAT THE
      *    SLICES CLEARED AT THE INVOICED RATES DIFFERS BY THE
      *    EXCHANGE GAIN (PLUS) OR LOSS (MINUS).
           IF WS-CUST-CURRENCY = SPACES
              ADD WS-REMAIN-AMT TO WS-BOOKED-AMT
              MOVE 0 TO WS-FX-AMT
           ELSE
              COMPUTE WS-UNAPPLIED-BASE ROUNDED =
                      WS-REMAIN-AMT / WS-PAY-RATE
              ADD WS-UNAPPLIED-BASE TO WS-BOOKED-AMT
              COMPUTE WS-CASH-BASE ROUNDED =
                      WS-PAY-AMOUNT / WS-PAY-RATE
              COMPUTE WS-FX-AMT = WS-CASH-BASE - WS-BOOKED-AMT
           END-IF.
       4250-RECORD-SLICE-PARA.
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLCASH-ALLOC
           MOVE LENGTH OF WS-IN-CUSTID TO
                      :ALLOC-DATE,
                      :ALLOC-BY)
           END-EXEC.
       4300-RECOVER-WRITE-OFFS-PARA.
      *    A PAYMENT FROM AN ACCOUNT WITH APPROVED WRITE-OFFS STILL
      *    UNRECOVERED REVERSES THEM, OLDEST INVOICE FIRST, IN THE
      *    INVOICED CURRENCY. EACH SLICE CUTS BACK THE WRITE-OFF'S
      *    CASH_ALLOC1 SLICE AND PUTS THE PAYMENT'S IN ITS PLACE, SO
      *    THE INVOICE STAYS SETTLED BUT NOW BY CASH.
           MOVE WS-IN-CUSTID TO CUSTOMER-ID-TEXT OF DCLWRITE-OFF
           MOVE LENGTH OF WS-IN-CUSTID TO
                CUSTOMER-ID-LEN OF DCLWRITE-OFF
           EXEC SQL
               DECLARE WOFREC-CUR CURSOR FOR
               SELECT W.WRITE_OFF_ID, W.INVOICE_ID,
                      W.WO_AMOUNT - W.RECOVERED_AMT,
                      I.EXCH_RATE
               FROM WRITE_OFF1 W, INVOICE1 I
               WHERE W.INVOICE_ID = I.INVOICE_ID
                 AND W.CUSTOMER_ID = :DCLWRITE-OFF.CUSTOMER-ID
                 AND W.WO_STATUS = 'APPROVED'
                 AND W.WO_AMOUNT > W.RECOVERED_AMT
                 AND I.CURRENCY_CODE = :WS-CUST-CURRENCY
               ORDER BY I.INVOICE_DATE, I.INVOICE_ID
           END-EXEC
           EXEC SQL
               OPEN WOFREC-CUR
           END-EXEC
           MOVE 'N' TO WS-ALLOC-EOF-SW
           PERFORM UNTIL WS-ALLOC-EOF OR WS-REMAIN-AMT = 0
               EXEC SQL
                   FETCH WOFREC-CUR
                   INTO :DCLWRITE-OFF.WRITE-OFF-ID,
                        :DCLWRITE-OFF.INVOICE-ID,
                        :WS-UNPAID-AMT,
                        :WS-INV-RATE
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE 'Y' TO WS-ALLOC-EOF-SW
               ELSE
                  PERFORM 4210-SIZE-SLICE-PARA
                  PERFORM 4310-RECOVER-SLICE-PARA
                  SUBTRACT WS-SLICE-CURR FROM WS-REMAIN-AMT
                  ADD WS-SLICE-AMT TO WS-BOOKED-AMT
                  ADD WS-SLICE-AMT TO WS-RECOVER-AMT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE WOFREC-CUR
           END-EXEC.
       4310-RECOVER-SLICE-PARA.
           MOVE WRITE-OFF-ID-TEXT OF DCLWRITE-OFF TO
                BANK-REF-TEXT OF DCLCASH-ALLOC
           MOVE WRITE-OFF-ID-LEN OF DCLWRITE-OFF TO
                BANK-REF-LEN OF DCLCASH-ALLOC
           MOVE INVOICE-ID OF DCLWRITE-OFF TO
                INVOICE-ID OF DCLCASH-ALLOC
           EXEC SQL
               UPDATE CASH_ALLOC1
                  SET ALLOC_AMOUNT = ALLOC_AMOUNT - :WS-SLICE-AMT
                WHERE BANK_REF = :DCLCASH-ALLOC.BANK-REF
                  AND INVOICE_ID = :DCLCASH-ALLOC.INVOICE-ID
           END-EXEC
      *    THE PAYMENT NORMALLY HAS NO SLICE ON A WRITTEN-OFF INVOICE
      *    YET, BUT IF A DEBIT MEMO REOPENED THE INVOICE THE OPEN-ITEM
      *    PASS ABOVE MAY HAVE SLICED IT - TOP THAT SLICE UP RATHER
      *    THAN DUPLICATE IT.
           MOVE WS-IN-BANKREF TO BANK-REF-TEXT OF DCLCASH-ALLOC
           MOVE LENGTH OF WS-IN-BANKREF TO
                BANK-REF-LEN OF DCLCASH-ALLOC
           EXEC SQL
               UPDATE CASH_ALLOC1
                  SET ALLOC_AMOUNT = ALLOC_AMOUNT + :WS-SLICE-AMT
                WHERE BANK_REF = :DCLCASH-ALLOC.BANK-REF
                  AND INVOICE_ID = :DCLCASH-ALLOC.INVOICE-ID
           END-EXEC
           IF SQLCODE = 100
              MOVE INVOICE-ID OF DCLWRITE-OFF TO
                   INVOICE-ID OF DCLINVOICE1
              PERFORM 4250-RECORD-SLICE-PARA
           END-IF
           EXEC SQL
               UPDATE WRITE_OFF1
                  SET RECOVERED_AMT = RECOVERED_AMT + :WS-SLICE-AMT
                WHERE WRITE_OFF_ID = :DCLWRITE-OFF.WRITE-OFF-ID
                  AND INVOICE_ID = :DCLWRITE-OFF.INVOICE-ID
           END-EXEC
           MOVE WRITE-OFF-ID OF DCLWRITE-OFF TO
                WRITE-OFF-ID OF DCLBAD-DEBT-LEDGER
           MOVE INVOICE-ID OF DCLWRITE-OFF TO
                INVOICE-ID OF DCLBAD-DEBT-LEDGER
           MOVE CUSTOMER-ID OF DCLWRITE-OFF TO
                CUSTOMER-ID OF DCLBAD-DEBT-LEDGER
           MOVE 'REC' TO BD-TYPE
           MOVE WS-SLICE-AMT TO BD-AMOUNT
           MOVE WS-RUN-DATE TO BD-DATE
           MOVE WS-IN-BANKREF TO BD-REF-TEXT
           MOVE LENGTH OF WS-IN-BANKREF TO BD-REF-LEN
           EXEC SQL
               INSERT INTO BAD_DEBT_LEDGER1 VALUES(
                      :DCLBAD-DEBT-LEDGER.WRITE-OFF-ID,
                      :DCLBAD-DEBT-LEDGER.INVOICE-ID,
                      :DCLBAD-DEBT-LEDGER.CUSTOMER-ID,
                      :BD-TYPE,
                      :BD-AMOUNT,
                      :BD-DATE,
                      :BD-REF)
           END-EXEC.
       7000-PRINT-EXCEPTION-PARA.
           STRING 'EXCEPTION ' DELIMITED BY SIZE
                  WS-IN-CUSTID DELIMITED BY SIZE
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM27' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM27' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM27' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM27 HELD - WAITING ON ' GATR-WAIT-JOB
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
