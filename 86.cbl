       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM86.
      *SUPPLIER PAYMENT RUN. A20PGM70 PASSES SUPPLIER INVOICE LINES
      *FOR PAYMENT BUT ACCOUNTS USED TO PAY THEM BY HAND FROM THE
      *BANK PORTAL, SO NOTHING RECORDED WHAT WAS PAID OR WHEN. THIS
      *JOB PICKS UP EVERY 'PASSED' SUPPLIER_INVOICE1 LINE STILL
      *'UNPAID' WHOSE DUE DATE HAS ARRIVED AND, PER SUPPLIER1
      *SUPPLIER:
      *   - WRITES ONE PAYMENT RECORD TO THE BANKPAY FILE FOR THE
      *     BANK'S BULK UPLOAD (HEADER, ONE LINE PER SUPPLIER, AND A
      *     TRAILER CARRYING THE COUNT AND TOTAL FOR THE BANK TO
      *     PROVE THE FILE AGAINST),
      *   - PRINTS A REMITTANCE ADVICE ON THE REMADV FILE LISTING
      *     THE INVOICE LINES THE PAYMENT SETTLES,
      *   - MARKS THOSE LINES 'PAID' WITH THE PAYMENT REFERENCE,
      *     CLEARS THEIR 'INV' ENTRIES ON THE SUPPLIER_LEDGER1 AP
      *     LEDGER AND POSTS THE 'PAY' ENTRY THAT SETTLED THEM (THE
      *     A20PGM77 'AP' JOURNAL SOURCE PICKS THAT UP THE SAME DAY).
      *OPEN 'DBN' SUPPLIER DEBIT NOTES (GOODS A20PGM66 SENT BACK) ARE
      *NETTED OFF THE PAYMENT, LISTED ON THE ADVICE AND CLEARED WITH
      *IT. A SUPPLIER WHOSE DEBIT NOTES COVER EVERYTHING DUE IS NOT
      *PAID THIS RUN - ITS LINES AND DEBITS CARRY TO THE NEXT ONE.
      *A SUPPLIER WITH NO BANK ACCOUNT ON FILE IS SKIPPED AND LISTED
      *- ITS LINES STAY UNPAID FOR THE NEXT RUN - AND THE JOB ENDS
      *RC=4. PAYMENT REFERENCES ARE NUMBERED OFF THE 'SUPPAY'
      *ORDER_CONTROL ROW. RECORDS ARE COMMA-DELIMITED, SAME FILE
      *CONVENTIONS AS THE OTHER FEEDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKPAY-FILE ASSIGN TO 'BANKPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REMADV-FILE ASSIGN TO 'REMADV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANKPAY-FILE
           RECORDING MODE IS F.
       01  BANKPAY-REC              PIC X(80).
       FD  REMADV-FILE
           RECORDING MODE IS F.
       01  REMADV-REC               PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SUPINV1
           END-EXEC.
           EXEC SQL
             INCLUDE SUPP1
           END-EXEC.
           EXEC SQL
             INCLUDE SUPLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       77 WS-FILE-STATUS       PIC X(02).
       77 WS-SQLCODE           PIC -9(04).
       77 WS-PAY-NUM           PIC 9(07).
       77 WS-PAY-REF           PIC X(08).
       77 WS-LINE-AMOUNT       PIC S9(8)V9(2) COMP-3.
       77 WS-SUPP-TOTAL        PIC S9(8)V9(2) COMP-3.
       77 WS-DUE-TOTAL         PIC S9(8)V9(2) COMP-3.
       77 WS-DEBIT-TOTAL       PIC S9(8)V9(2) COMP-3.
       77 WS-NET-TOTAL         PIC S9(8)V9(2) COMP-3.
       01 WS-CUR-SUPPID        PIC X(06).
       01 WS-RUN-TOTAL         PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-AMT-EDIT          PIC 9(8).99.
       01 WS-AMT-DISP          PIC ZZZZZZZ9.99.
       01 WS-TOT-EDIT          PIC 9(11).99.
       01 WS-QTY-DISP          PIC ZZZZ9.
       01 WS-PAY-COUNT         PIC 9(07) VALUE 0.
       01 WS-LINE-COUNT        PIC 9(07) VALUE 0.
       01 WS-SKIP-COUNT        PIC 9(07) VALUE 0.
       01 WS-CARRY-COUNT       PIC 9(07) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-PAYABLE-SW        PIC X.
          88 WS-PAYABLE             VALUE 'Y'.
       01 WS-FIRST-SW          PIC X VALUE 'Y'.
          88 WS-FIRST-SUPPLIER      VALUE 'Y'.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-DBN-EOF-SW        PIC X.
          88 WS-DBN-EOF             VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 1100-OPEN-FILES-PARA
           DISPLAY 'SUPPLIER PAYMENT RUN ' WS-RUN-DATE
           PERFORM 1200-WRITE-HEADER-PARA
           PERFORM 2000-OPEN-CURSOR-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2100-FETCH-PARA
              IF NOT WS-EOF
                 IF WS-FIRST-SUPPLIER OR
                    SUPPLIER-ID-TEXT OF DCLSUPPLIER-INVOICE
                       NOT = WS-CUR-SUPPID
                    IF NOT WS-FIRST-SUPPLIER
                       PERFORM 5000-END-SUPPLIER-PARA
                    END-IF
                    PERFORM 3000-START-SUPPLIER-PARA
                 END-IF
                 IF WS-PAYABLE
                    PERFORM 4000-PAY-LINE-PARA
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-FIRST-SUPPLIER
              PERFORM 5000-END-SUPPLIER-PARA
           END-IF
           EXEC SQL
               CLOSE SUPPAY-CUR
           END-EXEC
           PERFORM 6000-WRITE-TRAILER-PARA
           CLOSE BANKPAY-FILE
           CLOSE REMADV-FILE
           MOVE WS-PAY-COUNT TO WS-COUNT-DISP
           DISPLAY 'SUPPLIERS PAID:          ' WS-COUNT-DISP
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           DISPLAY 'INVOICE LINES SETTLED:   ' WS-COUNT-DISP
           MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
           DISPLAY 'SUPPLIERS NOT PAID:      ' WS-COUNT-DISP
           MOVE WS-CARRY-COUNT TO WS-COUNT-DISP
           DISPLAY 'SUPPLIERS IN DEBIT:      ' WS-COUNT-DISP
           MOVE WS-LINE-COUNT TO WS-LOG-IN-COUNT
           MOVE WS-SKIP-COUNT TO WS-LOG-WARN-COUNT
           IF WS-SKIP-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1100-OPEN-FILES-PARA.
           OPEN OUTPUT BANKPAY-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BANKPAY FILE, STATUS= '
                      WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REMADV-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REMADV FILE, STATUS= '
                      WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1200-WRITE-HEADER-PARA.
           MOVE SPACES TO BANKPAY-REC
           STRING 'HDR,SUPPAY,' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO BANKPAY-REC
           WRITE BANKPAY-REC.
       2000-OPEN-CURSOR-PARA.
      *    DUE = DUE DATE ON OR BEFORE TODAY. A LINE DUE LAST WEEK
      *    THAT MISSED A RUN (NO BANK ACCOUNT THEN) IS PICKED UP NOW.
           EXEC SQL
               DECLARE SUPPAY-CUR CURSOR FOR
               SELECT SUPP_INV_REF, SUPPLIER_ID, PO_ID, PRODUCT_CODE,
                      INV_QTY, INV_UNIT_PRICE
               FROM SUPPLIER_INVOICE1
               WHERE MATCH_STATUS = 'PASSED'
                 AND PAY_STATUS = 'UNPAID'
                 AND DUE_DATE <= :WS-RUN-DATE
               ORDER BY SUPPLIER_ID, SUPP_INV_REF, PO_ID, PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN SUPPAY-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2100-FETCH-PARA.
           EXEC SQL
               FETCH SUPPAY-CUR
               INTO :DCLSUPPLIER-INVOICE.SUPP-INV-REF,
                    :DCLSUPPLIER-INVOICE.SUPPLIER-ID,
                    :DCLSUPPLIER-INVOICE.PO-ID,
                    :DCLSUPPLIER-INVOICE.PRODUCT-CODE,
                    :INV-QTY,
                    :INV-UNIT-PRICE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                 MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       3000-START-SUPPLIER-PARA.
      *    NEW SUPPLIER ON THE CURSOR - LOOK UP WHERE THE MONEY GOES,
      *    TAKE THE NEXT PAYMENT REFERENCE AND START THE ADVICE.
           MOVE 'N' TO WS-FIRST-SW
           MOVE SUPPLIER-ID-TEXT OF DCLSUPPLIER-INVOICE TO
                WS-CUR-SUPPID
           MOVE 0 TO WS-SUPP-TOTAL
           MOVE 'Y' TO WS-PAYABLE-SW
           MOVE SUPPLIER-ID OF DCLSUPPLIER-INVOICE TO
                SUPPLIER-ID OF DCLSUPPLIER1
           EXEC SQL
               SELECT SUPPLIER_NAME, ADDRESS1, BANK_ACCOUNT
                INTO :SUPPLIER-NAME, :ADDRESS1, :BANK-ACCOUNT
                FROM SUPPLIER1
                WHERE SUPPLIER_ID = :DCLSUPPLIER1.SUPPLIER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'SUPPLIER NOT ON FILE - NOT PAID ' WS-CUR-SUPPID
              MOVE 'N' TO WS-PAYABLE-SW
           ELSE
              IF BANK-ACCOUNT-LEN = 0 OR BANK-ACCOUNT-TEXT = SPACES
                 DISPLAY 'NO BANK ACCOUNT ON FILE - NOT PAID '
                         WS-CUR-SUPPID
                 MOVE 'N' TO WS-PAYABLE-SW
              END-IF
           END-IF
           IF NOT WS-PAYABLE
              ADD 1 TO WS-SKIP-COUNT
           ELSE
              PERFORM 3050-CHECK-DEBITS-PARA
           END-IF
           IF WS-PAYABLE
              PERFORM 3100-SET-PAY-REF-PARA
              PERFORM 3200-START-ADVICE-PARA
           END-IF.
       3050-CHECK-DEBITS-PARA.
      *    OPEN DEBIT NOTES ARE CARRIED NEGATIVE ON THE LEDGER. IF
      *    THEY WIPE OUT EVERYTHING DUE THERE IS NOTHING TO SEND -
      *    LEAVE BOTH SIDES OPEN FOR THE NEXT RUN TO NET.
           MOVE SUPPLIER-ID OF DCLSUPPLIER-INVOICE TO
                SUPPLIER-ID OF DCLSUPPLIER-LEDGER
           EXEC SQL
               SELECT COALESCE(SUM(LEDGER_AMOUNT), 0)
                INTO :WS-DEBIT-TOTAL
                FROM SUPPLIER_LEDGER1
                WHERE SUPPLIER_ID = :DCLSUPPLIER-LEDGER.SUPPLIER-ID
                  AND ENTRY_TYPE = 'DBN'
                  AND ENTRY_STATUS = 'OPEN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-DEBIT-TOTAL
           END-IF
           IF WS-DEBIT-TOTAL < 0
              EXEC SQL
                  SELECT COALESCE(SUM(INV_QTY * INV_UNIT_PRICE), 0)
                   INTO :WS-DUE-TOTAL
                   FROM SUPPLIER_INVOICE1
                   WHERE SUPPLIER_ID =
                         :DCLSUPPLIER-INVOICE.SUPPLIER-ID
                     AND MATCH_STATUS = 'PASSED'
                     AND PAY_STATUS = 'UNPAID'
                     AND DUE_DATE <= :WS-RUN-DATE
              END-EXEC
              IF WS-DUE-TOTAL + WS-DEBIT-TOTAL NOT > 0
                 DISPLAY 'DEBIT NOTES COVER AMOUNT DUE - CARRIED '
                         WS-CUR-SUPPID
                 MOVE 'N' TO WS-PAYABLE-SW
                 ADD 1 TO WS-CARRY-COUNT
              END-IF
           END-IF.
       3100-SET-PAY-REF-PARA.
      *    SAME SERIALIZED NUMBERING AS THE INVOICE AND PO NUMBERS -
      *    THE UPDATE LOCKS THE 'SUPPAY' CONTROL ROW UNTIL COMMIT.
           MOVE 'SUPPAY' TO CONTROL-ID-TEXT
           MOVE LENGTH OF 'SUPPAY' TO CONTROL-ID-LEN
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
           MOVE NEXT-ORDER-NUM TO WS-PAY-NUM
           STRING 'B' DELIMITED BY SIZE
                  WS-PAY-NUM DELIMITED BY SIZE
                  INTO WS-PAY-REF.
       3200-START-ADVICE-PARA.
           MOVE SPACES TO REMADV-REC
           STRING 'REMITTANCE ADVICE  ' DELIMITED BY SIZE
                  WS-PAY-REF DELIMITED BY SIZE
                  '  DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REMADV-REC
           WRITE REMADV-REC
           MOVE SPACES TO REMADV-REC
           STRING 'TO ' DELIMITED BY SIZE
                  WS-CUR-SUPPID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SUPPLIER-NAME-TEXT(1:SUPPLIER-NAME-LEN)
                     DELIMITED BY SIZE
                  INTO REMADV-REC
           WRITE REMADV-REC
           MOVE SPACES TO REMADV-REC
           STRING '   ' DELIMITED BY SIZE
                  ADDRESS1-TEXT(1:ADDRESS1-LEN) DELIMITED BY SIZE
                  INTO REMADV-REC
           WRITE REMADV-REC
           MOVE 'INVOICE REF      PO     PRODUCT   QTY       AMOUNT'
                TO REMADV-REC
           WRITE REMADV-REC.
       4000-PAY-LINE-PARA.
           COMPUTE WS-LINE-AMOUNT = INV-QTY * INV-UNIT-PRICE
           MOVE 'PAID' TO PAY-STATUS-TEXT
           MOVE LENGTH OF 'PAID' TO PAY-STATUS-LEN
           MOVE WS-RUN-DATE TO PAID-DATE
           MOVE WS-PAY-REF TO PAY-REF-TEXT
           MOVE LENGTH OF WS-PAY-REF TO PAY-REF-LEN
      *    GUARDED ON 'UNPAID' SO A LINE CAN NEVER GO OUT TWICE.
           EXEC SQL
               UPDATE SUPPLIER_INVOICE1
                  SET PAY_STATUS = :DCLSUPPLIER-INVOICE.PAY-STATUS,
                      PAID_DATE = :PAID-DATE,
                      PAY_REF = :DCLSUPPLIER-INVOICE.PAY-REF
                WHERE SUPP_INV_REF =
                      :DCLSUPPLIER-INVOICE.SUPP-INV-REF
                  AND SUPPLIER_ID = :DCLSUPPLIER-INVOICE.SUPPLIER-ID
                  AND PO_ID = :DCLSUPPLIER-INVOICE.PO-ID
                  AND PRODUCT_CODE =
                      :DCLSUPPLIER-INVOICE.PRODUCT-CODE
                  AND PAY_STATUS = 'UNPAID'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'LINE NOT PAID ' WS-CUR-SUPPID ' '
                      SUPP-INV-REF-TEXT(1:SUPP-INV-REF-LEN)
                      ' SQLCODE= ' WS-SQLCODE
           ELSE
              ADD 1 TO WS-LINE-COUNT
              ADD WS-LINE-AMOUNT TO WS-SUPP-TOTAL
              PERFORM 4100-CLEAR-LEDGER-PARA
              PERFORM 4200-PRINT-ADVICE-LINE-PARA
           END-IF.
       4100-CLEAR-LEDGER-PARA.
           MOVE WS-PAY-REF TO CLEARED-REF-TEXT
           MOVE LENGTH OF WS-PAY-REF TO CLEARED-REF-LEN
           MOVE WS-RUN-DATE TO CLEARED-DATE
           MOVE SUPPLIER-ID OF DCLSUPPLIER-INVOICE TO
                SUPPLIER-ID OF DCLSUPPLIER-LEDGER
           MOVE SUPP-INV-REF-TEXT TO LEDGER-REF-TEXT
           MOVE SUPP-INV-REF-LEN TO LEDGER-REF-LEN
           MOVE PO-ID OF DCLSUPPLIER-INVOICE TO
                PO-ID OF DCLSUPPLIER-LEDGER
           EXEC SQL
               UPDATE SUPPLIER_LEDGER1
                  SET ENTRY_STATUS = 'CLEARED',
                      CLEARED_REF = :CLEARED-REF,
                      CLEARED_DATE = :CLEARED-DATE
                WHERE SUPPLIER_ID = :DCLSUPPLIER-LEDGER.SUPPLIER-ID
                  AND ENTRY_TYPE = 'INV'
                  AND LEDGER_REF = :LEDGER-REF
                  AND PO_ID = :DCLSUPPLIER-LEDGER.PO-ID
                  AND ENTRY_STATUS = 'OPEN'
           END-EXEC.
       4200-PRINT-ADVICE-LINE-PARA.
           MOVE INV-QTY TO WS-QTY-DISP
           MOVE WS-LINE-AMOUNT TO WS-AMT-DISP
           MOVE SPACES TO REMADV-REC
           MOVE SUPP-INV-REF-TEXT(1:SUPP-INV-REF-LEN) TO
                REMADV-REC(1:16)
           MOVE PO-ID-TEXT OF DCLSUPPLIER-INVOICE TO REMADV-REC(18:6)
           MOVE PRODUCT-CODE-TEXT OF DCLSUPPLIER-INVOICE TO
                REMADV-REC(25:6)
           MOVE WS-QTY-DISP TO REMADV-REC(35:5)
           MOVE WS-AMT-DISP TO REMADV-REC(41:11)
           WRITE REMADV-REC.
       5000-END-SUPPLIER-PARA.
      *    CLOSE OFF THE SUPPLIER JUST FINISHED - ONE BANK PAYMENT
      *    FOR EVERYTHING SETTLED, THE ADVICE TOTAL, AND THE LEDGER
      *    ENTRY THAT SAYS WE PAID IT.
           MOVE WS-SUPP-TOTAL TO WS-NET-TOTAL
           IF WS-PAYABLE AND WS-DEBIT-TOTAL < 0 AND
              WS-SUPP-TOTAL + WS-DEBIT-TOTAL > 0
              PERFORM 5050-APPLY-DEBITS-PARA
           END-IF
           IF WS-PAYABLE AND WS-NET-TOTAL > 0
              ADD 1 TO WS-PAY-COUNT
              ADD WS-NET-TOTAL TO WS-RUN-TOTAL
              PERFORM 5100-WRITE-PAYMENT-PARA
              PERFORM 5200-POST-PAYMENT-PARA
              MOVE WS-NET-TOTAL TO WS-AMT-DISP
              MOVE SPACES TO REMADV-REC
              STRING 'TOTAL PAID THIS ADVICE' DELIMITED BY SIZE
                     INTO REMADV-REC
              MOVE WS-AMT-DISP TO REMADV-REC(41:11)
              WRITE REMADV-REC
              MOVE ALL '-' TO REMADV-REC
              WRITE REMADV-REC
           END-IF.
       5050-APPLY-DEBITS-PARA.
      *    EACH OPEN DEBIT NOTE IS LISTED ON THE ADVICE AS A
      *    DEDUCTION AND CLEARED UNDER THIS PAYMENT'S REFERENCE.
           MOVE 'N' TO WS-DBN-EOF-SW
           EXEC SQL
               DECLARE DBNOFF-CUR CURSOR FOR
               SELECT LEDGER_REF, PO_ID, LEDGER_AMOUNT
               FROM SUPPLIER_LEDGER1
               WHERE SUPPLIER_ID = :DCLSUPPLIER-LEDGER.SUPPLIER-ID
                 AND ENTRY_TYPE = 'DBN'
                 AND ENTRY_STATUS = 'OPEN'
               ORDER BY LEDGER_REF
           END-EXEC
           MOVE WS-CUR-SUPPID TO SUPPLIER-ID-TEXT OF DCLSUPPLIER-LEDGER
           MOVE LENGTH OF WS-CUR-SUPPID TO
                SUPPLIER-ID-LEN OF DCLSUPPLIER-LEDGER
           EXEC SQL
               OPEN DBNOFF-CUR
           END-EXEC
           PERFORM UNTIL WS-DBN-EOF
              EXEC SQL
                  FETCH DBNOFF-CUR
                  INTO :LEDGER-REF, :DCLSUPPLIER-LEDGER.PO-ID,
                       :LEDGER-AMOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-DBN-EOF-SW
              ELSE
                 ADD LEDGER-AMOUNT TO WS-NET-TOTAL
                 MOVE LEDGER-AMOUNT TO WS-AMT-DISP
                 MOVE SPACES TO REMADV-REC
                 STRING 'LESS DEBIT NOTE ' DELIMITED BY SIZE
                        LEDGER-REF-TEXT(1:LEDGER-REF-LEN)
                           DELIMITED BY SIZE
                        ' PO ' DELIMITED BY SIZE
                        PO-ID-TEXT OF DCLSUPPLIER-LEDGER
                           DELIMITED BY SIZE
                        INTO REMADV-REC
                 MOVE WS-AMT-DISP TO REMADV-REC(41:11)
                 MOVE '-' TO REMADV-REC(52:1)
                 WRITE REMADV-REC
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE DBNOFF-CUR
           END-EXEC
           MOVE WS-PAY-REF TO CLEARED-REF-TEXT
           MOVE LENGTH OF WS-PAY-REF TO CLEARED-REF-LEN
           MOVE WS-RUN-DATE TO CLEARED-DATE
           EXEC SQL
               UPDATE SUPPLIER_LEDGER1
                  SET ENTRY_STATUS = 'CLEARED',
                      CLEARED_REF = :CLEARED-REF,
                      CLEARED_DATE = :CLEARED-DATE
                WHERE SUPPLIER_ID = :DCLSUPPLIER-LEDGER.SUPPLIER-ID
                  AND ENTRY_TYPE = 'DBN'
                  AND ENTRY_STATUS = 'OPEN'
           END-EXEC.
       5100-WRITE-PAYMENT-PARA.
           MOVE WS-NET-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO BANKPAY-REC
           STRING 'PAY,' DELIMITED BY SIZE
                  WS-PAY-REF DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CUR-SUPPID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  BANK-ACCOUNT-TEXT(1:BANK-ACCOUNT-LEN)
                     DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO BANKPAY-REC
           WRITE BANKPAY-REC.
       5200-POST-PAYMENT-PARA.
           MOVE WS-CUR-SUPPID TO SUPPLIER-ID-TEXT OF DCLSUPPLIER-LEDGER
           MOVE LENGTH OF WS-CUR-SUPPID TO
                SUPPLIER-ID-LEN OF DCLSUPPLIER-LEDGER
           MOVE WS-RUN-DATE TO ENTRY-DATE
           MOVE 'PAY' TO ENTRY-TYPE
           MOVE WS-PAY-REF TO LEDGER-REF-TEXT
           MOVE LENGTH OF WS-PAY-REF TO LEDGER-REF-LEN
           MOVE SPACES TO PO-ID-TEXT OF DCLSUPPLIER-LEDGER
           MOVE 0 TO PO-ID-LEN OF DCLSUPPLIER-LEDGER
           COMPUTE LEDGER-AMOUNT = 0 - WS-NET-TOTAL
           MOVE 'CLEARED' TO ENTRY-STATUS-TEXT
           MOVE LENGTH OF 'CLEARED' TO ENTRY-STATUS-LEN
           MOVE WS-PAY-REF TO CLEARED-REF-TEXT
           MOVE LENGTH OF WS-PAY-REF TO CLEARED-REF-LEN
           MOVE WS-RUN-DATE TO CLEARED-DATE
           EXEC SQL
               INSERT INTO SUPPLIER_LEDGER1 VALUES(
                      :DCLSUPPLIER-LEDGER.SUPPLIER-ID,
                      :ENTRY-DATE,
                      :ENTRY-TYPE,
                      :LEDGER-REF,
                      :DCLSUPPLIER-LEDGER.PO-ID,
                      :LEDGER-AMOUNT,
                      :ENTRY-STATUS,
                      :CLEARED-REF,
                      :CLEARED-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'AP LEDGER POST FAILED ' WS-PAY-REF
                      ' SQLCODE= ' WS-SQLCODE
           END-IF.
       6000-WRITE-TRAILER-PARA.
           MOVE WS-RUN-TOTAL TO WS-TOT-EDIT
           MOVE SPACES TO BANKPAY-REC
           STRING 'TRL,' DELIMITED BY SIZE
                  WS-PAY-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TOT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO BANKPAY-REC
           WRITE BANKPAY-REC.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM86' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM86' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM86 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PGM86' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM86 HELD - WAITING ON ' GATR-WAIT-JOB
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
