       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG115.
      *NIGHTLY BANK RECONCILIATION. A20PGM27 POSTS THE REMITTANCE
      *FILE AND A20PGM86 PAYS THE SUPPLIERS, BUT NOTHING CHECKED
      *EITHER AGAINST WHAT THE BANK ACTUALLY DID - REMITTANCES WERE
      *POSTED FOR MONEY THAT NEVER ARRIVED AND CREDITS TURNED UP WITH
      *NO REMITTANCE. THIS RUN READS THE BANK'S DAILY STATEMENT FILE
      *(BANKSTMT, COMMA-DELIMITED -
      *   HDR,<ACCOUNT>,<STATEMENT DATE>,<OPENING BALANCE>
      *   TXN,<VALUE DATE>,<C OR D>,<AMOUNT>,<BANK REFERENCE>
      *   TRL,<TXN LINE COUNT>,<CLOSING BALANCE>)
      *AND KEEPS EVERY ITEM ON BOTH SIDES ON BANK_RECON1 - EACH
      *STATEMENT LINE, EACH PAYMENT1 RECEIPT AND EACH SUPPLIER_LEDGER1
      *'PAY' ENTRY POSTED SINCE THE ARCHIVE_CONTROL 'BANKREC' START
      *DATE. A STATEMENT THAT DOES NOT PROVE (NO HEADER, TRAILER COUNT
      *WRONG, OPENING PLUS CREDITS LESS DEBITS NOT THE CLOSING, A BAD
      *LINE) IS REJECTED WHOLE AND THE JOB ENDS RC=8; ONE ALREADY
      *LOADED IS NOT LOADED AGAIN. EACH OPEN BANK CREDIT IS THEN
      *MATCHED TO AN OPEN RECEIPT AND EACH DEBIT TO AN OPEN SUPPLIER
      *PAYMENT WITH THE SAME REFERENCE AND AMOUNT. THE REPORT LISTS
      *THE STATEMENT WITH ITS RUNNING BALANCE, THEN EVERY ITEM STILL
      *UNMATCHED ON EITHER SIDE WITH ITS AGE, CARRYING THE BALANCE
      *FROM THE LATEST STATEMENT CLOSING TO THE RECONCILED BALANCE AND
      *ON TO THE BOOK CASH POSITION. ANY ITEM UNMATCHED FOR MORE THAN
      *WS-STALE-DAYS DAYS ENDS THE JOB RC=4. PRINTED THROUGH THE
      *A20PGM41 REPORT WRITER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKSTMT-FILE ASSIGN TO 'BANKSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANKSTMT-FILE
           RECORDING MODE IS F.
       01  BANKSTMT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BNKREC1
           END-EXEC.
           EXEC SQL
             INCLUDE ARCCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
      *    AN ITEM STILL UNMATCHED THIS MANY DAYS AFTER ITS DATE IS
      *    OVERDUE FOR INVESTIGATION.
       77 WS-STALE-DAYS        PIC S9(4) COMP VALUE 3.
       77 WS-FILE-STATUS       PIC X(02).
       77 WS-SQLCODE           PIC -9(04).
       77 WS-DATE-NUM          PIC 9(08).
       77 WS-RUN-INT           PIC S9(9) COMP.
       77 WS-ITEM-INT          PIC S9(9) COMP.
       77 WS-AGE-DAYS          PIC S9(4) COMP.
       77 WS-ROW-COUNT         PIC S9(9) COMP.
       77 WS-LINE-SEQ          PIC S9(4) COMP VALUE 0.
       77 WS-TXN-AMT           PIC S9(9)V9(2) COMP-3.
       77 WS-BAL-NUM           PIC S9(9)V9(2) COMP-3.
       77 WS-OPEN-BAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-CLOSE-BAL         PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-STMT-CR           PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-STMT-DR           PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-PROOF-BAL         PIC S9(11)V9(2) COMP-3.
       77 WS-RUN-BAL           PIC S9(11)V9(2) COMP-3.
       77 WS-LAST-CLOSE        PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-UNM-BANK-CR       PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-UNM-BANK-DR       PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-UNM-BOOK-CR       PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-UNM-BOOK-DR       PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-TXN-COUNT         PIC S9(7) COMP-3 VALUE 0.
       77 WS-TRL-COUNT         PIC S9(7) COMP-3 VALUE 0.
       77 WS-HDR-COUNT         PIC S9(7) COMP-3 VALUE 0.
       77 WS-LOADED-COUNT      PIC S9(7) COMP-3 VALUE 0.
       77 WS-RECEIPT-COUNT     PIC S9(7) COMP-3 VALUE 0.
       77 WS-SUPPAY-COUNT      PIC S9(7) COMP-3 VALUE 0.
       77 WS-MATCH-COUNT       PIC S9(7) COMP-3 VALUE 0.
       77 WS-OPEN-COUNT        PIC S9(7) COMP-3 VALUE 0.
       77 WS-STALE-COUNT       PIC S9(7) COMP-3 VALUE 0.
       01 WS-IN-TYPE           PIC X(03).
       01 WS-IN-FLD2           PIC X(16).
       01 WS-IN-FLD3           PIC X(16).
       01 WS-IN-FLD4           PIC X(16).
       01 WS-IN-FLD5           PIC X(16).
       01 WS-ACCOUNT           PIC X(16) VALUE SPACES.
       01 WS-STMT-DATE         PIC X(10) VALUE SPACES.
       01 WS-LAST-STMT-DATE    PIC X(10) VALUE SPACES.
       01 WS-START-DATE        PIC X(10).
       01 WS-BOOK-SIDE         PIC X(01).
       01 WS-BOOK-DATE         PIC X(10).
       01 WS-BOOK-PARTY.
          49 WS-BOOK-PARTY-LEN    PIC S9(4) USAGE COMP.
          49 WS-BOOK-PARTY-TEXT   PIC X(06).
       01 WS-REJECT-REASON     PIC X(40) VALUE SPACES.
       01 WS-ITEM-LABEL        PIC X(07).
       01 WS-STALE-FLAG        PIC X(01).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-SEQ-DISP          PIC ZZZ9.
       01 WS-AGE-DISP          PIC ZZZ9.
       01 WS-AMT-DISP          PIC ZZZZZZZZ9.99.
       01 WS-BAL-DISP          PIC ZZZZZZZZZZ9.99-.
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-STMT-SW           PIC X VALUE 'N'.
          88 WS-STMT-FOUND          VALUE 'Y'.
       01 WS-REJECT-SW         PIC X VALUE 'N'.
          88 WS-STMT-REJECTED       VALUE 'Y'.
       01 WS-LOADED-SW         PIC X VALUE 'N'.
          88 WS-ALREADY-LOADED      VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 0200-SET-DATES-PARA
           PERFORM 1000-READ-CONTROL-PARA
           DISPLAY 'BANK RECONCILIATION RUN ' WS-RUN-DATE
                   '  BOOK ITEMS FROM ' WS-START-DATE
           MOVE 'O' TO RPTW-ACTION
           MOVE 'BANK RECONCILIATION' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 2000-CHECK-STATEMENT-PARA
           IF WS-STMT-FOUND AND NOT WS-STMT-REJECTED
              PERFORM 2500-LOAD-STATEMENT-PARA
           END-IF
           PERFORM 3000-LOAD-RECEIPTS-PARA
           PERFORM 3100-LOAD-SUPP-PAY-PARA
           PERFORM 4000-MATCH-ITEMS-PARA
           IF WS-STMT-FOUND AND NOT WS-STMT-REJECTED
              PERFORM 5000-LIST-STATEMENT-PARA
           END-IF
           PERFORM 5500-GET-LAST-CLOSE-PARA
           PERFORM 6000-LIST-BANK-OPEN-PARA
           PERFORM 6500-LIST-BOOK-OPEN-PARA
           PERFORM 7000-RUN-TOTALS-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-TXN-COUNT TO WS-LOG-IN-COUNT
           MOVE WS-STALE-COUNT TO WS-LOG-WARN-COUNT
           EVALUATE TRUE
             WHEN WS-STMT-REJECTED
                ADD 1 TO WS-LOG-WARN-COUNT
                MOVE 8 TO RETURN-CODE
             WHEN WS-STALE-COUNT > 0
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-SET-DATES-PARA.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
       1000-READ-CONTROL-PARA.
      *    THE 'BANKREC' ROW SAYS FROM WHICH DATE THE BOOK SIDE IS
      *    RECONCILED - PAYMENTS POSTED BEFORE THE BANK FEED STARTED
      *    WOULD OTHERWISE ALL COME OUT UNMATCHED. NO ROW, NO RUN.
           MOVE 'BANKREC' TO CONFIG-ID-TEXT
           MOVE LENGTH OF 'BANKREC' TO CONFIG-ID-LEN
           EXEC SQL
               SELECT CUTOFF_DATE
                 INTO :CUTOFF-DATE
                 FROM ARCHIVE_CONTROL
                WHERE CONFIG_ID = :CONFIG-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR CUTOFF-DATE = SPACES
              DISPLAY 'NO BANKREC ROW ON ARCHIVE_CONTROL '
                      'SQLCODE= '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 0900-CLOSE-RUN-PARA
              STOP RUN
           END-IF
           MOVE CUTOFF-DATE TO WS-START-DATE.
       2000-CHECK-STATEMENT-PARA.
      *    FIRST PASS - THE WHOLE FILE MUST PROVE BEFORE ANY LINE OF
      *    IT IS LOADED. NO FILE MEANS NO STATEMENT TONIGHT; THE BOOK
      *    SIDE IS STILL LOADED, MATCHED AND REPORTED.
           OPEN INPUT BANKSTMT-FILE
           IF WS-FILE-STATUS = '00'
              MOVE 'Y' TO WS-STMT-SW
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL WS-EOF
                 PERFORM 2050-READ-STMT-PARA
                 IF NOT WS-EOF
                    PERFORM 2100-CHECK-LINE-PARA
                 END-IF
              END-PERFORM
              CLOSE BANKSTMT-FILE
              IF NOT WS-STMT-REJECTED
                 PERFORM 2300-PROVE-STATEMENT-PARA
              END-IF
           ELSE
              DISPLAY 'NO BANKSTMT FILE, STATUS= ' WS-FILE-STATUS
           END-IF
           IF WS-STMT-REJECTED
              DISPLAY 'STATEMENT ' WS-STMT-DATE
                      ' REJECTED - ' WS-REJECT-REASON
              MOVE 'D' TO RPTW-ACTION
              MOVE SPACES TO RPTW-LINE
              STRING 'STATEMENT ' DELIMITED BY SIZE
                     WS-STMT-DATE DELIMITED BY SIZE
                     ' REJECTED - NOT LOADED - ' DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                     INTO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           END-IF.
       2050-READ-STMT-PARA.
           READ BANKSTMT-FILE
           IF WS-FILE-STATUS = '10'
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR READING BANKSTMT FILE, STATUS= '
                         WS-FILE-STATUS
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'FILE READ ERROR' TO WS-REJECT-REASON
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 MOVE SPACES TO WS-IN-TYPE WS-IN-FLD2 WS-IN-FLD3
                                WS-IN-FLD4 WS-IN-FLD5
                 UNSTRING BANKSTMT-REC DELIMITED BY ','
                     INTO WS-IN-TYPE, WS-IN-FLD2, WS-IN-FLD3,
                          WS-IN-FLD4, WS-IN-FLD5
                 END-UNSTRING
              END-IF
           END-IF.
       2100-CHECK-LINE-PARA.
      *    ONLY THE FIRST FAULT IS KEPT AS THE REJECT REASON.
           EVALUATE TRUE
             WHEN WS-STMT-REJECTED
                CONTINUE
             WHEN WS-IN-TYPE = 'HDR'
                ADD 1 TO WS-HDR-COUNT
                IF WS-HDR-COUNT > 1 OR WS-TXN-COUNT > 0
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'HEADER OUT OF PLACE' TO WS-REJECT-REASON
                END-IF
                MOVE WS-IN-FLD2 TO WS-ACCOUNT
                MOVE WS-IN-FLD3(1:10) TO WS-STMT-DATE
                PERFORM 2200-EDIT-BALANCE-PARA
                MOVE WS-BAL-NUM TO WS-OPEN-BAL
             WHEN WS-HDR-COUNT = 0
                MOVE 'Y' TO WS-REJECT-SW
                MOVE 'NO HEADER RECORD' TO WS-REJECT-REASON
             WHEN WS-IN-TYPE = 'TXN'
                ADD 1 TO WS-TXN-COUNT
                IF WS-TRL-COUNT > 0
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'LINE AFTER TRAILER' TO WS-REJECT-REASON
                END-IF
                PERFORM 2150-EDIT-TXN-PARA
                IF WS-IN-FLD3 = 'C'
                   ADD WS-TXN-AMT TO WS-STMT-CR
                ELSE
                   ADD WS-TXN-AMT TO WS-STMT-DR
                END-IF
             WHEN WS-IN-TYPE = 'TRL'
                ADD 1 TO WS-TRL-COUNT
                COMPUTE WS-ROW-COUNT = FUNCTION NUMVAL(WS-IN-FLD2)
                   ON SIZE ERROR
                      MOVE -1 TO WS-ROW-COUNT
                END-COMPUTE
                IF WS-ROW-COUNT NOT = WS-TXN-COUNT
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'TRAILER COUNT DOES NOT AGREE'
                        TO WS-REJECT-REASON
                END-IF
                MOVE WS-IN-FLD3 TO WS-IN-FLD4
                PERFORM 2200-EDIT-BALANCE-PARA
                MOVE WS-BAL-NUM TO WS-CLOSE-BAL
             WHEN OTHER
                MOVE 'Y' TO WS-REJECT-SW
                MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
           END-EVALUATE.
       2150-EDIT-TXN-PARA.
      *    A LINE WITH NO DATE, NO REFERENCE, NO AMOUNT OR A SIDE
      *    OTHER THAN C/D CANNOT BE MATCHED TO ANYTHING.
           MOVE 0 TO WS-TXN-AMT
           IF WS-IN-FLD2 = SPACES OR WS-IN-FLD5 = SPACES
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'LINE WITHOUT DATE OR REFERENCE'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-IN-FLD3 NOT = 'C' AND WS-IN-FLD3 NOT = 'D'
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'LINE NOT CREDIT OR DEBIT' TO WS-REJECT-REASON
           END-IF
           COMPUTE WS-TXN-AMT = FUNCTION NUMVAL(WS-IN-FLD4)
              ON SIZE ERROR
                 MOVE 0 TO WS-TXN-AMT
           END-COMPUTE
           IF WS-TXN-AMT NOT > 0
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'LINE AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
       2200-EDIT-BALANCE-PARA.
      *    BALANCES ARE SIGNED - AN OVERDRAWN ACCOUNT CARRIES A MINUS.
           COMPUTE WS-BAL-NUM = FUNCTION NUMVAL(WS-IN-FLD4)
              ON SIZE ERROR
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'BALANCE NOT NUMERIC' TO WS-REJECT-REASON
           END-COMPUTE
           IF WS-IN-FLD4 = SPACES
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'BALANCE MISSING' TO WS-REJECT-REASON
           END-IF.
       2300-PROVE-STATEMENT-PARA.
           COMPUTE WS-PROOF-BAL = WS-OPEN-BAL + WS-STMT-CR - WS-STMT-DR
           EVALUATE TRUE
             WHEN WS-TRL-COUNT NOT = 1
                MOVE 'Y' TO WS-REJECT-SW
                MOVE 'NO TRAILER RECORD' TO WS-REJECT-REASON
             WHEN WS-STMT-DATE = SPACES
                MOVE 'Y' TO WS-REJECT-SW
                MOVE 'NO STATEMENT DATE' TO WS-REJECT-REASON
             WHEN WS-PROOF-BAL NOT = WS-CLOSE-BAL
                MOVE 'Y' TO WS-REJECT-SW
                MOVE 'LINES DO NOT PROVE TO CLOSING BALANCE'
                     TO WS-REJECT-REASON
           END-EVALUATE.
       2500-LOAD-STATEMENT-PARA.
      *    SECOND PASS - ONE 'S' ROW FOR THE STATEMENT AND A 'B' ROW
      *    PER LINE. A STATEMENT DATE ALREADY ON FILE IS A RE-RUN OR
      *    A RE-SENT FILE AND IS NOT LOADED TWICE.
           MOVE WS-STMT-DATE TO STMT-DATE
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM BANK_RECON1
                WHERE RECON_SIDE = 'S'
                  AND STMT_DATE = :STMT-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           IF WS-ROW-COUNT > 0
              MOVE 'Y' TO WS-LOADED-SW
              DISPLAY 'STATEMENT ' WS-STMT-DATE
                      ' ALREADY LOADED - NOT LOADED AGAIN'
           ELSE
              PERFORM 2600-LOAD-LINES-PARA
           END-IF.
       2600-LOAD-LINES-PARA.
           MOVE 'S' TO RECON-SIDE
           MOVE 0 TO LINE-SEQ
           MOVE WS-STMT-DATE TO ITEM-DATE
           MOVE SPACE TO DR-CR
           MOVE WS-ACCOUNT TO ITEM-REF-TEXT
           MOVE LENGTH OF WS-ACCOUNT TO ITEM-REF-LEN
           MOVE SPACES TO PARTY-ID-TEXT
           MOVE 0 TO PARTY-ID-LEN
           MOVE WS-CLOSE-BAL TO ITEM-AMOUNT
           MOVE 'BALANCE' TO RECON-STATUS-TEXT
           MOVE LENGTH OF 'BALANCE' TO RECON-STATUS-LEN
           MOVE SPACES TO MATCHED-DATE
           MOVE WS-RUN-DATE TO LOADED-DATE
           PERFORM 2900-INSERT-ITEM-PARA
           OPEN INPUT BANKSTMT-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BANKSTMT FILE, STATUS= '
                      WS-FILE-STATUS
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              PERFORM 2050-READ-STMT-PARA
              IF NOT WS-EOF AND WS-IN-TYPE = 'TXN'
                 PERFORM 2150-EDIT-TXN-PARA
                 ADD 1 TO WS-LINE-SEQ
                 MOVE 'B' TO RECON-SIDE
                 MOVE WS-STMT-DATE TO STMT-DATE
                 MOVE WS-LINE-SEQ TO LINE-SEQ
                 MOVE WS-IN-FLD2(1:10) TO ITEM-DATE
                 MOVE WS-IN-FLD3(1:1) TO DR-CR
                 MOVE WS-IN-FLD5 TO ITEM-REF-TEXT
                 MOVE LENGTH OF WS-IN-FLD5 TO ITEM-REF-LEN
                 MOVE WS-TXN-AMT TO ITEM-AMOUNT
                 PERFORM 2950-SET-OPEN-PARA
                 PERFORM 2900-INSERT-ITEM-PARA
                 ADD 1 TO WS-LOADED-COUNT
              END-IF
           END-PERFORM
           CLOSE BANKSTMT-FILE.
       2900-INSERT-ITEM-PARA.
           EXEC SQL
               INSERT INTO BANK_RECON1 VALUES(
                      :RECON-SIDE,
                      :STMT-DATE,
                      :LINE-SEQ,
                      :ITEM-DATE,
                      :DR-CR,
                      :ITEM-REF,
                      :PARTY-ID,
                      :ITEM-AMOUNT,
                      :RECON-STATUS,
                      :MATCHED-DATE,
                      :LOADED-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       2950-SET-OPEN-PARA.
           MOVE SPACES TO PARTY-ID-TEXT
           MOVE 0 TO PARTY-ID-LEN
           MOVE 'OPEN' TO RECON-STATUS-TEXT
           MOVE LENGTH OF 'OPEN' TO RECON-STATUS-LEN
           MOVE SPACES TO MATCHED-DATE
           MOVE WS-RUN-DATE TO LOADED-DATE.
       3000-LOAD-RECEIPTS-PARA.
      *    EVERY PAYMENT1 RECEIPT POSTED SINCE THE START DATE AND NOT
      *    YET ON BANK_RECON1. THE BANK CREDITS WHAT WAS ADVISED -
      *    CURR-AMOUNT; A ROW POSTED BEFORE CURRENCY WAS KEPT HAS
      *    NONE AND ITS PAYMENT-AMOUNT IS WHAT WAS ADVISED.
           EXEC SQL
               DECLARE NEWRCT-CUR CURSOR FOR
               SELECT P.CUSTOMER_ID, P.PAYMENT_DATE, P.BANK_REF,
                      CASE WHEN P.CURR_AMOUNT = 0
                           THEN P.PAYMENT_AMOUNT
                           ELSE P.CURR_AMOUNT END
               FROM PAYMENT1 P
               WHERE P.POSTED_DATE >= :WS-START-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM BANK_RECON1 R
                       WHERE R.RECON_SIDE = 'R'
                         AND R.PARTY_ID = P.CUSTOMER_ID
                         AND R.ITEM_REF = P.BANK_REF
                         AND R.ITEM_DATE = P.PAYMENT_DATE)
           END-EXEC
           EXEC SQL
               OPEN NEWRCT-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH NEWRCT-CUR
                  INTO :WS-BOOK-PARTY,
                       :ITEM-DATE,
                       :ITEM-REF,
                       :ITEM-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 2950-SET-OPEN-PARA
                    MOVE WS-BOOK-PARTY TO PARTY-ID
                    MOVE 'R' TO RECON-SIDE
                    MOVE SPACES TO STMT-DATE
                    MOVE 0 TO LINE-SEQ
                    MOVE 'C' TO DR-CR
                    PERFORM 2900-INSERT-ITEM-PARA
                    ADD 1 TO WS-RECEIPT-COUNT
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE NEWRCT-CUR
           END-EXEC.
       3100-LOAD-SUPP-PAY-PARA.
      *    EVERY A20PGM86 'PAY' ENTRY SINCE THE START DATE NOT YET ON
      *    BANK_RECON1 - THE LEDGER CARRIES IT NEGATIVE, THE BANK
      *    DEBIT IS THE AMOUNT PAID.
           EXEC SQL
               DECLARE NEWPAY-CUR CURSOR FOR
               SELECT L.SUPPLIER_ID, L.ENTRY_DATE, L.LEDGER_REF,
                      0 - L.LEDGER_AMOUNT
               FROM SUPPLIER_LEDGER1 L
               WHERE L.ENTRY_TYPE = 'PAY'
                 AND L.ENTRY_DATE >= :WS-START-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM BANK_RECON1 R
                       WHERE R.RECON_SIDE = 'P'
                         AND R.PARTY_ID = L.SUPPLIER_ID
                         AND R.ITEM_REF = L.LEDGER_REF)
           END-EXEC
           EXEC SQL
               OPEN NEWPAY-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH NEWPAY-CUR
                  INTO :WS-BOOK-PARTY,
                       :ITEM-DATE,
                       :ITEM-REF,
                       :ITEM-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 2950-SET-OPEN-PARA
                    MOVE WS-BOOK-PARTY TO PARTY-ID
                    MOVE 'P' TO RECON-SIDE
                    MOVE SPACES TO STMT-DATE
                    MOVE 0 TO LINE-SEQ
                    MOVE 'D' TO DR-CR
                    PERFORM 2900-INSERT-ITEM-PARA
                    ADD 1 TO WS-SUPPAY-COUNT
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE NEWPAY-CUR
           END-EXEC.
       4000-MATCH-ITEMS-PARA.
      *    EVERY OPEN BANK LINE, OLDEST FIRST, AGAINST THE OPEN BOOK
      *    ITEMS - A CREDIT TO A RECEIPT, A DEBIT TO A SUPPLIER
      *    PAYMENT - ON REFERENCE AND AMOUNT. A LINE OR ITEM LEFT OVER
      *    TONIGHT IS TRIED AGAIN NEXT RUN AS THE OTHER SIDE CATCHES
      *    UP.
           EXEC SQL
               DECLARE OPNBNK-CUR CURSOR FOR
               SELECT STMT_DATE, LINE_SEQ, DR_CR, ITEM_REF, ITEM_AMOUNT
               FROM BANK_RECON1
               WHERE RECON_SIDE = 'B'
                 AND RECON_STATUS = 'OPEN'
               ORDER BY STMT_DATE, LINE_SEQ
           END-EXEC
           EXEC SQL
               OPEN OPNBNK-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH OPNBNK-CUR
                  INTO :STMT-DATE,
                       :LINE-SEQ,
                       :DR-CR,
                       :ITEM-REF,
                       :ITEM-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 4100-MATCH-LINE-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE OPNBNK-CUR
           END-EXEC.
       4100-MATCH-LINE-PARA.
           IF DR-CR = 'C'
              MOVE 'R' TO WS-BOOK-SIDE
           ELSE
              MOVE 'P' TO WS-BOOK-SIDE
           END-IF
           EXEC SQL
               SELECT PARTY_ID, ITEM_DATE
                 INTO :WS-BOOK-PARTY, :WS-BOOK-DATE
                 FROM BANK_RECON1
                WHERE RECON_SIDE = :WS-BOOK-SIDE
                  AND RECON_STATUS = 'OPEN'
                  AND ITEM_REF = :ITEM-REF
                  AND ITEM_AMOUNT = :ITEM-AMOUNT
                ORDER BY ITEM_DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 100
                CONTINUE
             WHEN 0
                PERFORM 4200-SET-MATCHED-PARA
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       4200-SET-MATCHED-PARA.
           EXEC SQL
               UPDATE BANK_RECON1
                  SET RECON_STATUS = 'MATCHED',
                      MATCHED_DATE = :WS-RUN-DATE
                WHERE RECON_SIDE = :WS-BOOK-SIDE
                  AND RECON_STATUS = 'OPEN'
                  AND PARTY_ID = :WS-BOOK-PARTY
                  AND ITEM_REF = :ITEM-REF
                  AND ITEM_DATE = :WS-BOOK-DATE
                  AND ITEM_AMOUNT = :ITEM-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           EXEC SQL
               UPDATE BANK_RECON1
                  SET RECON_STATUS = 'MATCHED',
                      MATCHED_DATE = :WS-RUN-DATE,
                      PARTY_ID = :WS-BOOK-PARTY
                WHERE RECON_SIDE = 'B'
                  AND STMT_DATE = :STMT-DATE
                  AND LINE_SEQ = :LINE-SEQ
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           ADD 1 TO WS-MATCH-COUNT.
       5000-LIST-STATEMENT-PARA.
      *    TONIGHT'S STATEMENT AS LOADED, WITH THE BALANCE RUNNING
      *    FROM THE OPENING TO THE CLOSING AND WHERE EACH LINE STANDS.
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'STATEMENT ' DELIMITED BY SIZE
                  WS-STMT-DATE DELIMITED BY SIZE
                  '  ACCOUNT ' DELIMITED BY SIZE
                  WS-ACCOUNT DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           STRING 'SEQ  VALUE DATE REFERENCE        C/D     AMOUNT'
                  DELIMITED BY SIZE
                  '        BALANCE  STATUS   PARTY' DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-OPEN-BAL TO WS-RUN-BAL
           MOVE WS-RUN-BAL TO WS-BAL-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'OPENING BALANCE' DELIMITED BY SIZE
                  INTO RPTW-LINE
           MOVE WS-BAL-DISP TO RPTW-LINE(49:15)
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-STMT-DATE TO STMT-DATE
           EXEC SQL
               DECLARE STMTLN-CUR CURSOR FOR
               SELECT LINE_SEQ, ITEM_DATE, DR_CR, ITEM_REF,
                      ITEM_AMOUNT, RECON_STATUS, PARTY_ID
               FROM BANK_RECON1
               WHERE RECON_SIDE = 'B'
                 AND STMT_DATE = :STMT-DATE
               ORDER BY LINE_SEQ
           END-EXEC
           EXEC SQL
               OPEN STMTLN-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              MOVE SPACES TO PARTY-ID-TEXT
              EXEC SQL
                  FETCH STMTLN-CUR
                  INTO :LINE-SEQ,
                       :ITEM-DATE,
                       :DR-CR,
                       :ITEM-REF,
                       :ITEM-AMOUNT,
                       :RECON-STATUS,
                       :PARTY-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 5100-STATEMENT-LINE-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE STMTLN-CUR
           END-EXEC
           MOVE WS-RUN-BAL TO WS-BAL-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'CLOSING BALANCE' DELIMITED BY SIZE
                  INTO RPTW-LINE
           MOVE WS-BAL-DISP TO RPTW-LINE(49:15)
           PERFORM 8100-CALL-WRITER-PARA.
       5100-STATEMENT-LINE-PARA.
           IF DR-CR = 'C'
              ADD ITEM-AMOUNT TO WS-RUN-BAL
           ELSE
              SUBTRACT ITEM-AMOUNT FROM WS-RUN-BAL
           END-IF
           MOVE LINE-SEQ TO WS-SEQ-DISP
           MOVE ITEM-AMOUNT TO WS-AMT-DISP
           MOVE WS-RUN-BAL TO WS-BAL-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING WS-SEQ-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ITEM-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ITEM-REF-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DR-CR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RECON-STATUS-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PARTY-ID-TEXT DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       5500-GET-LAST-CLOSE-PARA.
      *    THE PROOF STARTS FROM THE LATEST STATEMENT ON FILE - IT
      *    STILL HOLDS ON A NIGHT WITH NO FILE OR A REJECTED ONE.
           EXEC SQL
               SELECT STMT_DATE, ITEM_AMOUNT
                 INTO :WS-LAST-STMT-DATE, :WS-LAST-CLOSE
                 FROM BANK_RECON1
                WHERE RECON_SIDE = 'S'
                ORDER BY STMT_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                MOVE 'NONE' TO WS-LAST-STMT-DATE
                MOVE 0 TO WS-LAST-CLOSE
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE
           MOVE WS-LAST-CLOSE TO WS-RUN-BAL
           MOVE WS-RUN-BAL TO WS-BAL-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'RECONCILIATION' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           STRING 'ITEM    PARTY  DATE       REFERENCE        C/D'
                  DELIMITED BY SIZE
                  '     AMOUNT  AGE  RUNNING BALANCE' DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           STRING 'CLOSING BALANCE PER STATEMENT ' DELIMITED BY SIZE
                  WS-LAST-STMT-DATE DELIMITED BY SIZE
                  INTO RPTW-LINE
           MOVE WS-BAL-DISP TO RPTW-LINE(66:15)
           PERFORM 8100-CALL-WRITER-PARA.
       6000-LIST-BANK-OPEN-PARA.
      *    BANK LINES WITH NOTHING IN THE BOOKS - A CREDIT NOBODY
      *    REMITTED COMES OFF THE BANK BALANCE, A DEBIT WE DID NOT
      *    RAISE GOES BACK ON - GIVING THE RECONCILED BALANCE.
           EXEC SQL
               DECLARE UNMBNK-CUR CURSOR FOR
               SELECT ITEM_DATE, DR_CR, ITEM_REF, ITEM_AMOUNT
               FROM BANK_RECON1
               WHERE RECON_SIDE = 'B'
                 AND RECON_STATUS = 'OPEN'
               ORDER BY ITEM_DATE, STMT_DATE, LINE_SEQ
           END-EXEC
           EXEC SQL
               OPEN UNMBNK-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH UNMBNK-CUR
                  INTO :ITEM-DATE,
                       :DR-CR,
                       :ITEM-REF,
                       :ITEM-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    IF DR-CR = 'C'
                       SUBTRACT ITEM-AMOUNT FROM WS-RUN-BAL
                       ADD ITEM-AMOUNT TO WS-UNM-BANK-CR
                    ELSE
                       ADD ITEM-AMOUNT TO WS-RUN-BAL
                       ADD ITEM-AMOUNT TO WS-UNM-BANK-DR
                    END-IF
                    MOVE 'BANK' TO WS-ITEM-LABEL
                    MOVE SPACES TO PARTY-ID-TEXT
                    PERFORM 6900-OPEN-ITEM-LINE-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE UNMBNK-CUR
           END-EXEC
           MOVE WS-RUN-BAL TO WS-BAL-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'RECONCILED BALANCE' TO RPTW-LINE
           MOVE WS-BAL-DISP TO RPTW-LINE(66:15)
           PERFORM 8100-CALL-WRITER-PARA.
       6500-LIST-BOOK-OPEN-PARA.
      *    BOOK ITEMS THE BANK HAS NOT SHOWN - A RECEIPT POSTED BUT
      *    NOT CREDITED, A SUPPLIER PAYMENT NOT YET DEBITED - TAKING
      *    THE RECONCILED BALANCE TO THE BOOK CASH POSITION.
           EXEC SQL
               DECLARE UNMBOK-CUR CURSOR FOR
               SELECT RECON_SIDE, PARTY_ID, ITEM_DATE, DR_CR,
                      ITEM_REF, ITEM_AMOUNT
               FROM BANK_RECON1
               WHERE RECON_SIDE IN ('R', 'P')
                 AND RECON_STATUS = 'OPEN'
               ORDER BY RECON_SIDE DESC, ITEM_DATE, PARTY_ID
           END-EXEC
           EXEC SQL
               OPEN UNMBOK-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              MOVE SPACES TO PARTY-ID-TEXT
              EXEC SQL
                  FETCH UNMBOK-CUR
                  INTO :RECON-SIDE,
                       :PARTY-ID,
                       :ITEM-DATE,
                       :DR-CR,
                       :ITEM-REF,
                       :ITEM-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    IF RECON-SIDE = 'R'
                       ADD ITEM-AMOUNT TO WS-RUN-BAL
                       ADD ITEM-AMOUNT TO WS-UNM-BOOK-CR
                       MOVE 'RECEIPT' TO WS-ITEM-LABEL
                    ELSE
                       SUBTRACT ITEM-AMOUNT FROM WS-RUN-BAL
                       ADD ITEM-AMOUNT TO WS-UNM-BOOK-DR
                       MOVE 'PAYMENT' TO WS-ITEM-LABEL
                    END-IF
                    PERFORM 6900-OPEN-ITEM-LINE-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE UNMBOK-CUR
           END-EXEC
           MOVE WS-RUN-BAL TO WS-BAL-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'BOOK CASH POSITION' TO RPTW-LINE
           MOVE WS-BAL-DISP TO RPTW-LINE(66:15)
           PERFORM 8100-CALL-WRITER-PARA.
       6900-OPEN-ITEM-LINE-PARA.
      *    AGE FROM THE ITEM'S OWN DATE; PAST WS-STALE-DAYS IT IS
      *    STARRED AND COUNTS TOWARD THE RC=4.
           ADD 1 TO WS-OPEN-COUNT
           STRING ITEM-DATE(1:4) ITEM-DATE(6:2) ITEM-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-ITEM-INT
           IF WS-AGE-DAYS > WS-STALE-DAYS
              MOVE '*' TO WS-STALE-FLAG
              ADD 1 TO WS-STALE-COUNT
           ELSE
              MOVE SPACE TO WS-STALE-FLAG
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISP
           MOVE ITEM-AMOUNT TO WS-AMT-DISP
           MOVE WS-RUN-BAL TO WS-BAL-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING WS-ITEM-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PARTY-ID-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ITEM-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ITEM-REF-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DR-CR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AGE-DISP DELIMITED BY SIZE
                  WS-STALE-FLAG DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       7000-RUN-TOTALS-PARA.
           MOVE 'T' TO RPTW-ACTION
           MOVE WS-UNM-BANK-CR TO WS-BAL-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'BANK CREDITS NOT IN BOOKS    ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-UNM-BANK-DR TO WS-BAL-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'BANK DEBITS NOT IN BOOKS     ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-UNM-BOOK-CR TO WS-BAL-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'RECEIPTS NOT YET CREDITED    ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-UNM-BOOK-DR TO WS-BAL-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'PAYMENTS NOT YET DEBITED     ' DELIMITED BY SIZE
                  WS-BAL-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'STATEMENT LINES LOADED       ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-RECEIPT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'RECEIPTS LOADED              ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-SUPPAY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'SUPPLIER PAYMENTS LOADED     ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'MATCHED TONIGHT              ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'ITEMS UNMATCHED              ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-STALE-COUNT TO WS-COUNT-DISP
           MOVE WS-STALE-DAYS TO WS-AGE-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'UNMATCHED OVER' DELIMITED BY SIZE
                  WS-AGE-DISP DELIMITED BY SIZE
                  ' DAYS (*)    ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           DISPLAY 'ITEMS MATCHED:          ' WS-COUNT-DISP
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
           DISPLAY 'ITEMS UNMATCHED:        ' WS-COUNT-DISP
           MOVE WS-STALE-COUNT TO WS-COUNT-DISP
           DISPLAY 'UNMATCHED OVER LIMIT:   ' WS-COUNT-DISP.
       9300-SQL-ERROR-PARA.
      *    A STATEMENT HALF LOADED OR A PAIR HALF MATCHED WOULD PUT
      *    THE TWO SIDES OUT - UNDO THE RUN AND STOP.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'A20PG115 SQL ERROR, SQLCODE= ' WS-SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PG115' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG115' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PG115 ALREADY RUNNING THIS WINDOW'
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
           END-EVALUATE
      *    COMMITTED AT ONCE SO THE ROLLBACK IN 9300 CANNOT UNDO THE
      *    OPEN ROW (AND ITS DOUBLE-START GUARD).
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PG115' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG115 HELD - WAITING ON ' GATR-WAIT-JOB
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
           CALL 'A20PGM41' USING RPTW-REQUEST.
