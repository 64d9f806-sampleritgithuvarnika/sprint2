      *MONTH-END. THIS JOB CUTS A BALANCED JOURNAL FILE FROM THE
      *DAY'S DOCUMENTS - ONE DEBIT AND ONE CREDIT LINE PER DOCUMENT:
      *   INVOICE   DR 1200 RECEIVABLES / CR 4000 SALES
      *             FREIGHT SPLIT OUT TO    / CR 4200 FREIGHT RECOVERED
      *   PAYMENT   DR 1000 CASH        / CR 1200 RECEIVABLES
      *    FOREIGN  EXCHANGE DIFFERENCE ON SETTLEMENT TO 7900 FX
      *             GAIN/LOSS (CR A GAIN, DR A LOSS)
      *   RETURN    DR 4100 SALES RETNS / CR 1200 RECEIVABLES
      *   CR MEMO   DR 4000 SALES       / CR 1200 RECEIVABLES
      *   DR MEMO   DR 1200 RECEIVABLES / CR 4000 SALES
      *   SETTLEMT  DR 4400 DISC ALLOWD / CR 1200 RECEIVABLES
      *    DISCOUNT (A20PGM27 'SDS' CREDIT MEMO)
      *   REBATE    DR 4300 REBATES     / CR 2300 REBATE ACCRUAL
      *    ACCRUAL  (SIDES SWAPPED WHEN RETURNS REVERSE AN ACCRUAL)
      *   REBATE    DR 2300 REBATE ACCR / CR 1200 RECEIVABLES
      *    SETTLED
      *AND THE CREDITOR SIDE FROM THE SUPPLIER_LEDGER1 AP LEDGER
      *(SOURCE 'AP'):
      *   SUPP INV  DR 1300 INVENTORY   / CR 2000 PAYABLES
      *   SUPP PAY  DR 2000 PAYABLES    / CR 1000 CASH
      *   DEBIT NTE DR 2000 PAYABLES    / CR 1300 INVENTORY
      *AND THE COST OF THE DAY'S SHIPMENTS FROM COGS_LEDGER1, ONE PAIR
      *PER ORDER SHIPPED, COSTED FROM THE LOTS IT WAS DRAWN FROM:
      *   COGS      DR 5000 COST OF SALES / CR 1300 INVENTORY
      *AND THE DAY'S BAD_DEBT_LEDGER1 ROWS - WRITE-OFFS APPROVED ON
      *A20PG111 AND RECOVERIES APPLIED BY A20PGM27:
      *   WRITE-OFF DR 6100 BAD DEBTS   / CR 1200 RECEIVABLES
      *   RECOVERY  DR 1200 RECEIVABLES / CR 6100 BAD DEBTS
      *WITH A TRAILER CARRYING THE DEBIT AND CREDIT TOTALS. DEBITS
      *AND CREDITS ARE SUMMED INDEPENDENTLY AND THE JOB ENDS RC=8
      *WITH AN OUT-OF-BALANCE TRAILER IF THEY DISAGREE, SO AN
           EXEC SQL
             INCLUDE RETRN1
           END-EXEC.
           EXEC SQL
             INCLUDE CUSMEM1
           END-EXEC.
           EXEC SQL
             INCLUDE SUPLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE REBLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE COGSLG1
           END-EXEC.
           EXEC SQL
             INCLUDE BDLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       77 WS-FILE-STATUS       PIC X(02).
       77 WS-DOC-AMOUNT        PIC S9(10)V9(2) COMP-3.
       77 WS-JRN-ACCOUNT       PIC X(04).
           PERFORM 2000-FEED-INVOICES-PARA
           PERFORM 3000-FEED-PAYMENTS-PARA
           PERFORM 4000-FEED-RETURNS-PARA
           PERFORM 4200-FEED-MEMOS-PARA
           PERFORM 4300-FEED-REBATES-PARA
           PERFORM 4500-FEED-PAYABLES-PARA
           PERFORM 4700-FEED-COGS-PARA
           PERFORM 4800-FEED-BAD-DEBTS-PARA
           PERFORM 5000-WRITE-TRAILER-PARA
           CLOSE GLJRNL-FILE
           MOVE WS-DOC-COUNT TO WS-DOC-DISP
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE GLINV-CUR CURSOR FOR
               SELECT INVOICE_ID, INVOICE_AMOUNT, FREIGHT_AMOUNT
               FROM INVOICE1
               WHERE INVOICE_DATE = :WS-RUN-DATE
               ORDER BY INVOICE_ID
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GLINV-CUR
                  INTO :DCLINVOICE1.INVOICE-ID, :INVOICE-AMOUNT,
                       :FREIGHT-AMOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
                 ADD 1 TO WS-DOC-COUNT
                 MOVE INVOICE-AMOUNT TO WS-DOC-AMOUNT
                 MOVE 'INV' TO WS-JRN-SOURCE
                 MOVE INVOICE-ID-TEXT OF DCLINVOICE1
                      (1:INVOICE-ID-LEN OF DCLINVOICE1) TO WS-JRN-REF
                 MOVE '1200' TO WS-JRN-ACCOUNT
                 MOVE 'DR' TO WS-JRN-DRCR
                 PERFORM 6000-WRITE-JOURNAL-LINE-PARA
      *          THE FREIGHT ON THE INVOICE IS NOT SALES - IT GOES TO
      *          ITS OWN ACCOUNT SO DELIVERY RECOVERY CAN BE SEEN.
                 COMPUTE WS-DOC-AMOUNT = INVOICE-AMOUNT - FREIGHT-AMOUNT
                 MOVE '4000' TO WS-JRN-ACCOUNT
                 MOVE 'CR' TO WS-JRN-DRCR
                 PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 IF FREIGHT-AMOUNT NOT = 0
                    MOVE FREIGHT-AMOUNT TO WS-DOC-AMOUNT
                    MOVE '4200' TO WS-JRN-ACCOUNT
                    MOVE 'CR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE GLPAY-CUR CURSOR FOR
               SELECT BANK_REF, PAYMENT_AMOUNT, FX_GAIN_LOSS
               FROM PAYMENT1
               WHERE POSTED_DATE = :WS-RUN-DATE
               ORDER BY BANK_REF
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GLPAY-CUR
                  INTO :DCLPAYMENT1.BANK-REF, :PAYMENT-AMOUNT,
                       :FX-GAIN-LOSS
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
      *          A FOREIGN-CURRENCY RECEIPT BANKS ITS VALUE AT THE DAY'S
      *          RATE BUT CLEARS RECEIVABLES AT THE INVOICED RATES -
      *          THE DIFFERENCE IS THE EXCHANGE GAIN OR LOSS.
                 ADD 1 TO WS-DOC-COUNT
                 COMPUTE WS-DOC-AMOUNT = PAYMENT-AMOUNT + FX-GAIN-LOSS
                 MOVE 'PAY' TO WS-JRN-SOURCE
                 MOVE BANK-REF-TEXT(1:BANK-REF-LEN) TO WS-JRN-REF
                 MOVE '1000' TO WS-JRN-ACCOUNT
                 MOVE 'DR' TO WS-JRN-DRCR
                 PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 MOVE PAYMENT-AMOUNT TO WS-DOC-AMOUNT
                 MOVE '1200' TO WS-JRN-ACCOUNT
                 MOVE 'CR' TO WS-JRN-DRCR
                 PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 IF FX-GAIN-LOSS NOT = 0
                    MOVE '7900' TO WS-JRN-ACCOUNT
                    IF FX-GAIN-LOSS > 0
                       MOVE FX-GAIN-LOSS TO WS-DOC-AMOUNT
                       MOVE 'CR' TO WS-JRN-DRCR
                    ELSE
                       COMPUTE WS-DOC-AMOUNT = 0 - FX-GAIN-LOSS
                       MOVE 'DR' TO WS-JRN-DRCR
                    END-IF
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
           EXEC SQL
               CLOSE GLRET-CUR
           END-EXEC.
       4200-FEED-MEMOS-PARA.
      *    THE DAY'S CUSTOMER CREDIT AND DEBIT MEMOS FROM A20PGM87.
      *    THE AMOUNT IS ALWAYS POSITIVE; THE MEMO TYPE DECIDES
      *    WHICH SIDE RECEIVABLES FALLS ON. A SETTLEMENT DISCOUNT
      *    A20PGM27 ALLOWED IS A CREDIT MEMO WITH REASON 'SDS' AND IS
      *    A COST OF PROMPT PAYMENT, NOT A SALES ADJUSTMENT.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE GLMEM-CUR CURSOR FOR
               SELECT MEMO_ID, MEMO_TYPE, MEMO_AMOUNT, REASON_CODE
               FROM CUSTOMER_MEMO1
               WHERE MEMO_DATE = :WS-RUN-DATE
               ORDER BY MEMO_ID
           END-EXEC
           EXEC SQL
               OPEN GLMEM-CUR
           END-EXEC
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GLMEM-CUR
                  INTO :MEMO-ID, :MEMO-TYPE, :MEMO-AMOUNT,
                       :REASON-CODE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 ADD 1 TO WS-DOC-COUNT
                 MOVE MEMO-AMOUNT TO WS-DOC-AMOUNT
                 MOVE 'MEM' TO WS-JRN-SOURCE
                 MOVE MEMO-ID-TEXT(1:MEMO-ID-LEN) TO WS-JRN-REF
                 IF MEMO-TYPE = 'C'
                    IF REASON-CODE = 'SDS'
                       MOVE '4400' TO WS-JRN-ACCOUNT
                    ELSE
                       MOVE '4000' TO WS-JRN-ACCOUNT
                    END-IF
                    MOVE 'DR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                    MOVE '1200' TO WS-JRN-ACCOUNT
                    MOVE 'CR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 ELSE
                    MOVE '1200' TO WS-JRN-ACCOUNT
                    MOVE 'DR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                    MOVE '4000' TO WS-JRN-ACCOUNT
                    MOVE 'CR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE GLMEM-CUR
           END-EXEC.
       4300-FEED-REBATES-PARA.
      *    THE DAY'S REBATE_LEDGER1 ROWS - ACCRUALS FROM THE MONTHLY
      *    A20PGM92 RUN (SOURCE 'RBA', REFERENCED BY CUSTOMER AND
      *    PERIOD) AND SETTLEMENTS FROM THE QUARTERLY A20PGM93 RUN
      *    (SOURCE 'RBS', REFERENCED BY REBATE NUMBER). A NEGATIVE
      *    ACCRUAL RELEASES PART OF THE ACCRUAL BACK, SO THE SIDES
      *    SWAP AND THE JOURNAL TAKES THE SIZE. A MONTH THAT MOVED
      *    NOTHING IS NOT JOURNALED.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE GLREB-CUR CURSOR FOR
               SELECT CUSTOMER_ID, REBATE_TYPE, REBATE_PERIOD,
                      REBATE_AMOUNT, REBATE_REF
               FROM REBATE_LEDGER1
               WHERE REBATE_DATE = :WS-RUN-DATE
                 AND REBATE_AMOUNT <> 0
               ORDER BY CUSTOMER_ID, REBATE_TYPE, PRODUCT_CATEGORY
           END-EXEC
           EXEC SQL
               OPEN GLREB-CUR
           END-EXEC
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GLREB-CUR
                  INTO :DCLREBATE-LEDGER.CUSTOMER-ID, :REBATE-TYPE,
                       :REBATE-PERIOD, :REBATE-AMOUNT, :REBATE-REF
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 ADD 1 TO WS-DOC-COUNT
                 IF REBATE-AMOUNT < 0
                    COMPUTE WS-DOC-AMOUNT = 0 - REBATE-AMOUNT
                 ELSE
                    MOVE REBATE-AMOUNT TO WS-DOC-AMOUNT
                 END-IF
                 IF REBATE-TYPE = 'STL'
                    MOVE 'RBS' TO WS-JRN-SOURCE
                    MOVE REBATE-REF-TEXT(1:REBATE-REF-LEN) TO
                         WS-JRN-REF
                    MOVE '2300' TO WS-JRN-ACCOUNT
                    MOVE 'DR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                    MOVE '1200' TO WS-JRN-ACCOUNT
                    MOVE 'CR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 ELSE
                    MOVE 'RBA' TO WS-JRN-SOURCE
                    MOVE SPACES TO WS-JRN-REF
                    STRING CUSTOMER-ID-TEXT OF DCLREBATE-LEDGER
                              (1:CUSTOMER-ID-LEN OF DCLREBATE-LEDGER)
                              DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           REBATE-PERIOD DELIMITED BY SIZE
                           INTO WS-JRN-REF
                    IF REBATE-AMOUNT > 0
                       MOVE '4300' TO WS-JRN-ACCOUNT
                    ELSE
                       MOVE '2300' TO WS-JRN-ACCOUNT
                    END-IF
                    MOVE 'DR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                    IF REBATE-AMOUNT > 0
                       MOVE '2300' TO WS-JRN-ACCOUNT
                    ELSE
                       MOVE '4300' TO WS-JRN-ACCOUNT
                    END-IF
                    MOVE 'CR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE GLREB-CUR
           END-EXEC.
       4500-FEED-PAYABLES-PARA.
      *    THE DAY'S AP LEDGER ENTRIES - INVOICES A20PGM70 PASSED AND
      *    PAYMENTS THE A20PGM86 RUN MADE AND DEBIT NOTES A20PGM66
      *    RAISED FOR GOODS SENT BACK. PAYMENTS AND DEBIT NOTES ARE
      *    CARRIED NEGATIVE ON THE LEDGER, SO THE JOURNAL TAKES THE
      *    SIZE.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE GLAP-CUR CURSOR FOR
               SELECT ENTRY_TYPE, LEDGER_REF, LEDGER_AMOUNT
               FROM SUPPLIER_LEDGER1
               WHERE ENTRY_DATE = :WS-RUN-DATE
               ORDER BY SUPPLIER_ID, ENTRY_TYPE, LEDGER_REF
           END-EXEC
           EXEC SQL
               OPEN GLAP-CUR
           END-EXEC
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GLAP-CUR
                  INTO :ENTRY-TYPE, :LEDGER-REF, :LEDGER-AMOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 ADD 1 TO WS-DOC-COUNT
                 IF LEDGER-AMOUNT < 0
                    COMPUTE WS-DOC-AMOUNT = 0 - LEDGER-AMOUNT
                 ELSE
                    MOVE LEDGER-AMOUNT TO WS-DOC-AMOUNT
                 END-IF
                 MOVE 'AP' TO WS-JRN-SOURCE
                 MOVE LEDGER-REF-TEXT(1:LEDGER-REF-LEN) TO WS-JRN-REF
                 EVALUATE ENTRY-TYPE
                   WHEN 'PAY'
                      MOVE '2000' TO WS-JRN-ACCOUNT
                      MOVE 'DR' TO WS-JRN-DRCR
                      PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                      MOVE '1000' TO WS-JRN-ACCOUNT
                      MOVE 'CR' TO WS-JRN-DRCR
                      PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                   WHEN 'DBN'
                      MOVE '2000' TO WS-JRN-ACCOUNT
                      MOVE 'DR' TO WS-JRN-DRCR
                      PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                      MOVE '1300' TO WS-JRN-ACCOUNT
                      MOVE 'CR' TO WS-JRN-DRCR
                      PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                   WHEN OTHER
                      MOVE '1300' TO WS-JRN-ACCOUNT
                      MOVE 'DR' TO WS-JRN-DRCR
                      PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                      MOVE '2000' TO WS-JRN-ACCOUNT
                      MOVE 'CR' TO WS-JRN-DRCR
                      PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 END-EVALUATE
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE GLAP-CUR
           END-EXEC.
       4700-FEED-COGS-PARA.
      *    AN ORDER WHOSE COST NETS NEGATIVE (PUT-BACK DELTAS AT A
      *    DEARER LOT THAN THE UNITS DRAWN) POSTS WITH THE SIDES
      *    SWAPPED, SAME RULE AS THE REBATE ACCRUAL.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE GLCOGS-CUR CURSOR FOR
               SELECT ORDER_ID, SUM(COGS_AMOUNT)
               FROM COGS_LEDGER1
               WHERE COGS_DATE = :WS-RUN-DATE
               GROUP BY ORDER_ID
               ORDER BY ORDER_ID
           END-EXEC
           EXEC SQL
               OPEN GLCOGS-CUR
           END-EXEC
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GLCOGS-CUR
                  INTO :DCLCOGS-LEDGER.ORDER-ID, :COGS-AMOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 IF COGS-AMOUNT NOT = 0
                    PERFORM 4750-WRITE-COGS-PAIR-PARA
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE GLCOGS-CUR
           END-EXEC.
       4750-WRITE-COGS-PAIR-PARA.
           ADD 1 TO WS-DOC-COUNT
           MOVE 'COG' TO WS-JRN-SOURCE
           MOVE ORDER-ID-TEXT OF DCLCOGS-LEDGER
                (1:ORDER-ID-LEN OF DCLCOGS-LEDGER) TO WS-JRN-REF
           IF COGS-AMOUNT > 0
              MOVE COGS-AMOUNT TO WS-DOC-AMOUNT
              MOVE '5000' TO WS-JRN-ACCOUNT
           ELSE
              COMPUTE WS-DOC-AMOUNT = 0 - COGS-AMOUNT
              MOVE '1300' TO WS-JRN-ACCOUNT
           END-IF
           MOVE 'DR' TO WS-JRN-DRCR
           PERFORM 6000-WRITE-JOURNAL-LINE-PARA
           IF COGS-AMOUNT > 0
              MOVE '1300' TO WS-JRN-ACCOUNT
           ELSE
              MOVE '5000' TO WS-JRN-ACCOUNT
           END-IF
           MOVE 'CR' TO WS-JRN-DRCR
           PERFORM 6000-WRITE-JOURNAL-LINE-PARA.
       4800-FEED-BAD-DEBTS-PARA.
      *    A WRITE-OFF TAKES THE DEBT OUT OF RECEIVABLES INTO BAD
      *    DEBTS; A RECOVERY PUTS THAT MUCH BACK SO THE PAYMENT THAT
      *    BROUGHT IT IN (JOURNALED ABOVE AGAINST RECEIVABLES) LANDS
      *    AS A BAD-DEBT RECOVERY. BOTH CARRY THE WRITE-OFF NUMBER AS
      *    REFERENCE SO THE LEDGER TEAM CAN PAIR THEM.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE GLBDD-CUR CURSOR FOR
               SELECT WRITE_OFF_ID, BD_TYPE, BD_AMOUNT
               FROM BAD_DEBT_LEDGER1
               WHERE BD_DATE = :WS-RUN-DATE
               ORDER BY WRITE_OFF_ID, INVOICE_ID
           END-EXEC
           EXEC SQL
               OPEN GLBDD-CUR
           END-EXEC
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GLBDD-CUR
                  INTO :WRITE-OFF-ID, :BD-TYPE, :BD-AMOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 ADD 1 TO WS-DOC-COUNT
                 MOVE BD-AMOUNT TO WS-DOC-AMOUNT
                 MOVE WRITE-OFF-ID-TEXT(1:WRITE-OFF-ID-LEN) TO
                      WS-JRN-REF
                 IF BD-TYPE = 'WOF'
                    MOVE 'BDW' TO WS-JRN-SOURCE
                    MOVE '6100' TO WS-JRN-ACCOUNT
                    MOVE 'DR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                    MOVE '1200' TO WS-JRN-ACCOUNT
                    MOVE 'CR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 ELSE
                    MOVE 'BDR' TO WS-JRN-SOURCE
                    MOVE '1200' TO WS-JRN-ACCOUNT
                    MOVE 'DR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                    MOVE '6100' TO WS-JRN-ACCOUNT
                    MOVE 'CR' TO WS-JRN-DRCR
                    PERFORM 6000-WRITE-JOURNAL-LINE-PARA
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE GLBDD-CUR
           END-EXEC.
       6000-WRITE-JOURNAL-LINE-PARA.
           MOVE WS-DOC-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO GLJRNL-REC
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM77' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM77' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM77' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM77 HELD - WAITING ON ' GATR-WAIT-JOB
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
