       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PGM87.
      *CUSTOMER CREDIT AND DEBIT MEMOS. THE ONLY WAYS A BALANCE MOVED
      *WERE A PAYMENT (A20PGM27), A CANCELLATION (A20PGM9) OR A
      *PHYSICAL RETURN (A20PGM31), SO PRICING MISTAKES, GOODWILL,
      *SHORT-DELIVERY CLAIMS AND UNDERCHARGES GOT BENT THROUGH ONE OF
      *THOSE. ENTER WITH AN INVOICE SHOWS ITS CUSTOMER AND UNPAID
      *REMAINDER; PF1 WITH A TYPE (C CREDIT / D DEBIT), REASON CODE
      *AND AMOUNT RAISES A NUMBERED CUSTOMER_MEMO1 ROW AGAINST THE
      *INVOICE, MOVES CUSTOMER1.OUTSTANDING_BALANCE, WRITES A
      *CASH_ALLOC1 SLICE UNDER THE MEMO NUMBER SO THE INVOICE'S OPEN
      *ITEM ON A20PGM72 ALLOWS FOR IT, AND STORES A 'MEMO' DOCUMENT
      *FOR A20PGM82. A20PGM77 JOURNALS IT THAT NIGHT. SUPERVISOR/
      *MANAGER ROLE REQUIRED, SAME ENTRY RE-CHECK AS A20PGM76.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
      *
           EXEC SQL
             INCLUDE INVOI1
           END-EXEC.
           EXEC SQL
             INCLUDE CUSMEM1
           END-EXEC.
           EXEC SQL
             INCLUDE CSHALC1
           END-EXEC.
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
           EXEC SQL
             INCLUDE USR1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE ACCPER1
           END-EXEC.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-SQLCODE       PIC -9(04).
       77 WS-CALLER-ROLE   PIC X(01).
       77 WS-UNPAID-AMT    PIC S9(8)V9(2) COMP-3.
       77 WS-MEMO-AMT      PIC S9(8)V9(2) COMP-3.
       77 WS-PRIOR-CREDIT  PIC S9(8)V9(2) COMP-3.
       77 WS-BAL-DELTA     PIC S9(8)V9(2) COMP-3.
       77 WS-AMT-DISP      PIC -ZZZZZZ9.99.
       77 WS-MEMO-DISP     PIC ZZZZZZ9.99.
       77 WS-MEMO-NUM      PIC 9(07).
       77 WS-MEMO-ID       PIC X(08).
       77 WS-MEMO-KIND     PIC X(06).
       77 WS-REASON-DESC   PIC X(16).
       01 WS-DOC-TEXT      PIC X(80).
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
          05 WS-INVID      PIC X(08).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA     PIC X(05).
            10 LK-DATE     PIC X(10).
            10 LK-TIME     PIC X(08).
            10 LK-INVID    PIC X(08).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              PERFORM 0100-CHECK-ROLE-PARA
              MOVE LOW-VALUES TO  MEMINO
              PERFORM 2000-SEND-PARA
              MOVE 'MEMO ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
              PERFORM 7777-KEY-CHECK-PARA
           END-IF.
      *
       0100-CHECK-ROLE-PARA.
      *    A MEMO MOVES A CUSTOMER'S BALANCE WITH NO GOODS OR CASH
      *    BEHIND IT - A SUPERVISOR DECISION, SAME ENTRY RE-CHECK AS
      *    A20PGM76.
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE SPACES TO WS-CALLER-ROLE
           MOVE WS-OPERATOR TO USER-ID-TEXT
           MOVE LENGTH OF WS-OPERATOR TO USER-ID-LEN
           EXEC SQL
               SELECT USER_ROLE
                INTO :USER-ROLE
                FROM USER1
                WHERE USER_ID = :USER-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE USER-ROLE TO WS-CALLER-ROLE
           END-IF
           IF WS-CALLER-ROLE NOT = 'S' AND WS-CALLER-ROLE NOT = 'M'
              MOVE LOW-VALUES TO MEMINO
              MOVE 'SUPERVISOR ROLE REQUIRED' TO MEMMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
           END-IF.
       1000-GET-DATE.
            EXEC CICS
               ASKTIME
               ABSTIME(WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                 ABSTIME(WS-ABS-TIME)
                 DATESEP(WS-SEP)
                 YYYYMMDD(WS-DATE)
                 TIMESEP(WS-TSEP)
                 TIME(WS-TIME)
            END-EXEC.
       2000-SEND-PARA.
           EXEC CICS
                SEND MAP('MEMIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           PERFORM 0100-CHECK-ROLE-PARA
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-SHOW-INVOICE-PARA
            WHEN DFHPF1
              PERFORM 3000-RECEIVE-PARA
              PERFORM 5000-RAISE-MEMO-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  MEMINO
              MOVE 'YOU ARE LOGGED OUT' TO MEMMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              MOVE LOW-VALUES TO MEMINO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO MEMMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('MEMIN') MAPSET('A20MPS1')
           END-EXEC.
       3500-GET-INVOICE-PARA.
      *    THE INVOICE AND ITS UNPAID REMAINDER - INVOICE AMOUNT LESS
      *    EVERY CASH_ALLOC1 SLICE AGAINST IT, PAYMENTS AND EARLIER
      *    MEMOS ALIKE, SAME ARITHMETIC AS A20PGM72.
           IF MEMINVI = SPACES OR LOW-VALUES
              MOVE 'INVOICE NUMBER IS REQUIRED' TO MEMMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE MEMINVI TO INVOICE-ID-TEXT OF DCLINVOICE1
           MOVE LENGTH OF MEMINVI TO INVOICE-ID-LEN OF DCLINVOICE1
           EXEC SQL
               SELECT I.CUSTOMER_ID, I.INVOICE_AMOUNT,
                      I.INVOICE_AMOUNT -
                      COALESCE((SELECT SUM(A.ALLOC_AMOUNT)
                                  FROM CASH_ALLOC1 A
                                 WHERE A.INVOICE_ID = I.INVOICE_ID),
                               0)
                INTO :DCLINVOICE1.CUSTOMER-ID,
                     :INVOICE-AMOUNT,
                     :WS-UNPAID-AMT
                FROM INVOICE1 I
                WHERE I.INVOICE_ID = :DCLINVOICE1.INVOICE-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                MOVE 'INVOICE NOT FOUND' TO MEMMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'SQL ERROR '  DELIMITED BY SIZE
                       WS-SQLCODE    DELIMITED BY SIZE
                       INTO MEMMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
           MOVE CUSTOMER-ID-TEXT OF DCLINVOICE1
                (1:CUSTOMER-ID-LEN OF DCLINVOICE1) TO MEMCUSO
           MOVE WS-UNPAID-AMT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO MEMUNPO.
       4000-SHOW-INVOICE-PARA.
           PERFORM 3500-GET-INVOICE-PARA
           MOVE 'TYPE C/D, REASON, AMOUNT THEN PF1' TO MEMMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5000-RAISE-MEMO-PARA.
           PERFORM 3500-GET-INVOICE-PARA
           PERFORM 5100-EDIT-MEMO-PARA
           PERFORM 1000-GET-DATE
           PERFORM 4800-CHECK-PERIOD-PARA
           PERFORM 6000-SET-MEMO-ID-PARA
           PERFORM 6100-RECORD-MEMO-PARA
           PERFORM 6200-ADJUST-BALANCE-PARA
           PERFORM 6300-POST-SLICE-PARA
           PERFORM 6400-STORE-MEMO-DOC-PARA
           MOVE WS-MEMO-ID TO MEMNUMO
           IF MEMTYPI = 'C'
              MOVE 'CREDIT MEMO RAISED' TO MEMMSGO
           ELSE
              MOVE 'DEBIT MEMO RAISED' TO MEMMSGO
           END-IF
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5100-EDIT-MEMO-PARA.
      *    PRC MAY GO EITHER WAY; GOODWILL AND SHORT DELIVERY ONLY
      *    EVER CREDIT, AN UNDERCHARGE ONLY EVER DEBITS.
           IF MEMTYPI NOT = 'C' AND MEMTYPI NOT = 'D'
              MOVE 'TYPE MUST BE C (CREDIT) OR D (DEBIT)' TO MEMMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           EVALUATE TRUE
             WHEN MEMRSNI = 'PRC'
                MOVE 'PRICING ERROR' TO WS-REASON-DESC
             WHEN MEMRSNI = 'GWL' AND MEMTYPI = 'C'
                MOVE 'GOODWILL' TO WS-REASON-DESC
             WHEN MEMRSNI = 'SHT' AND MEMTYPI = 'C'
                MOVE 'SHORT DELIVERY' TO WS-REASON-DESC
             WHEN MEMRSNI = 'UND' AND MEMTYPI = 'D'
                MOVE 'UNDERCHARGE' TO WS-REASON-DESC
             WHEN MEMTYPI = 'C'
                MOVE 'CREDIT REASON MUST BE PRC, GWL OR SHT' TO
                     MEMMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
                MOVE 'DEBIT REASON MUST BE PRC OR UND' TO MEMMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
           IF MEMAMTI = SPACES OR LOW-VALUES
              MOVE 'MEMO AMOUNT IS REQUIRED' TO MEMMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           COMPUTE WS-MEMO-AMT = FUNCTION NUMVAL-C(MEMAMTI)
           IF WS-MEMO-AMT <= 0
              MOVE 'MEMO AMOUNT MUST BE POSITIVE' TO MEMMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    CREDITS ON ONE INVOICE, NET OF ANY DEBITS, MAY NEVER COME
      *    TO MORE THAN THE INVOICE WAS WORTH.
           IF MEMTYPI = 'C'
              MOVE MEMINVI TO INVOICE-ID-TEXT OF DCLCUSTOMER-MEMO
              MOVE LENGTH OF MEMINVI TO
                   INVOICE-ID-LEN OF DCLCUSTOMER-MEMO
              MOVE 0 TO WS-PRIOR-CREDIT
              EXEC SQL
                  SELECT COALESCE(SUM(CASE WHEN MEMO_TYPE = 'C'
                                           THEN MEMO_AMOUNT
                                           ELSE 0 - MEMO_AMOUNT
                                      END), 0)
                   INTO :WS-PRIOR-CREDIT
                   FROM CUSTOMER_MEMO1
                   WHERE INVOICE_ID = :DCLCUSTOMER-MEMO.INVOICE-ID
              END-EXEC
              IF WS-PRIOR-CREDIT + WS-MEMO-AMT > INVOICE-AMOUNT
                 MOVE 'CREDITS WOULD EXCEED THE INVOICE' TO MEMMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF.
       4800-CHECK-PERIOD-PARA.
      *    A MEMO POSTS WITH TODAY'S DATE - REFUSED INTO A CLOSED
      *    ACCT_PERIOD1 PERIOD, SAME RULE AS A20PGM31. NO PERIOD ROW
      *    MEANS OPEN.
           MOVE WS-DATE(1:7) TO PERIOD
           EXEC SQL
               SELECT PERIOD_STATUS
                INTO :PERIOD-STATUS
                FROM ACCT_PERIOD1
                WHERE PERIOD = :PERIOD
           END-EXEC
           IF SQLCODE = 0 AND
              PERIOD-STATUS-TEXT(1:PERIOD-STATUS-LEN) = 'CLOSED'
              MOVE 'ACCOUNTING PERIOD CLOSED - SEE ACCOUNTS' TO
                   MEMMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       6000-SET-MEMO-ID-PARA.
      *    SAME SERIALIZED NUMBERING AS THE ORDER AND INVOICE
      *    NUMBERS - THE UPDATE LOCKS THE 'MEMO' CONTROL ROW UNTIL
      *    SYNCPOINT SO TWO SUPERVISORS CANNOT SHARE A NUMBER.
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
       6100-RECORD-MEMO-PARA.
           MOVE WS-MEMO-ID TO MEMO-ID-TEXT
           MOVE LENGTH OF WS-MEMO-ID TO MEMO-ID-LEN
           MOVE MEMTYPI TO MEMO-TYPE
           MOVE INVOICE-ID OF DCLINVOICE1 TO
                INVOICE-ID OF DCLCUSTOMER-MEMO
           MOVE CUSTOMER-ID OF DCLINVOICE1 TO
                CUSTOMER-ID OF DCLCUSTOMER-MEMO
           MOVE WS-MEMO-AMT TO MEMO-AMOUNT
           MOVE MEMRSNI TO REASON-CODE
           MOVE WS-DATE TO MEMO-DATE
           MOVE WS-OPERATOR TO RAISED-BY
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
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'MEMO INSERT ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE           DELIMITED BY SIZE
                     INTO MEMMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       6200-ADJUST-BALANCE-PARA.
      *    A CREDIT TAKES THE AMOUNT OFF THE CUSTOMER'S OUTSTANDING
      *    BALANCE, A DEBIT PUTS IT ON.
           IF MEMTYPI = 'C'
              COMPUTE WS-BAL-DELTA = 0 - WS-MEMO-AMT
           ELSE
              MOVE WS-MEMO-AMT TO WS-BAL-DELTA
           END-IF
           MOVE CUSTOMER-ID OF DCLINVOICE1 TO
                CUSTOMER-ID OF DCLCUSTOMER1
           EXEC SQL
               UPDATE CUSTOMER1
                  SET OUTSTANDING_BALANCE = OUTSTANDING_BALANCE
                                             + :WS-BAL-DELTA
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'BALANCE UPDATE ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE              DELIMITED BY SIZE
                     INTO MEMMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       6300-POST-SLICE-PARA.
      *    THE MEMO TAKES PART IN OPEN-ITEM MATCHING AS A SLICE
      *    AGAINST ITS INVOICE UNDER THE MEMO NUMBER - A CREDIT IS
      *    APPLIED LIKE CASH (PLUS), A DEBIT PUTS THE AMOUNT BACK
      *    OPEN (MINUS). NO PAYMENT1 ROW CARRIES A MEMO NUMBER, SO
      *    THE A20PGM73 UNAPPLIED-CASH ARITHMETIC IS UNDISTURBED.
           MOVE CUSTOMER-ID OF DCLINVOICE1 TO
                CUSTOMER-ID OF DCLCASH-ALLOC
           MOVE WS-MEMO-ID TO BANK-REF-TEXT
           MOVE LENGTH OF WS-MEMO-ID TO BANK-REF-LEN
           MOVE INVOICE-ID OF DCLINVOICE1 TO
                INVOICE-ID OF DCLCASH-ALLOC
           COMPUTE ALLOC-AMOUNT = 0 - WS-BAL-DELTA
           MOVE WS-DATE TO ALLOC-DATE
           MOVE WS-OPERATOR TO ALLOC-BY
           EXEC SQL
               INSERT INTO CASH_ALLOC1 VALUES(
                      :DCLCASH-ALLOC.CUSTOMER-ID,
                      :DCLCASH-ALLOC.BANK-REF,
                      :DCLCASH-ALLOC.INVOICE-ID,
                      :ALLOC-AMOUNT,
                      :ALLOC-DATE,
                      :ALLOC-BY)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'ALLOCATION ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE          DELIMITED BY SIZE
                     INTO MEMMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       6400-STORE-MEMO-DOC-PARA.
      *    THE MEMO LIVES IN THE DOCUMENT STORE AS ITS OWN TYPE,
      *    KEYED BY MEMO NUMBER, SO A20PGM82 CAN HAND THE CUSTOMER A
      *    COPY.
           MOVE 'MEMO' TO DOC-TYPE
           MOVE WS-MEMO-ID TO DOC-ID-TEXT
           MOVE LENGTH OF WS-MEMO-ID TO DOC-ID-LEN
           MOVE CUSTOMER-ID OF DCLINVOICE1 TO
                CUSTOMER-ID OF DCLDOCUMENT1
           MOVE WS-DATE TO DOC-DATE
           IF MEMTYPI = 'C'
              MOVE 'CREDIT' TO WS-MEMO-KIND
           ELSE
              MOVE 'DEBIT' TO WS-MEMO-KIND
           END-IF
           MOVE SPACES TO WS-DOC-TEXT
           STRING WS-MEMO-KIND DELIMITED BY SPACE
                  ' MEMO ' DELIMITED BY SIZE
                  WS-MEMO-ID DELIMITED BY SIZE
                  '  INVOICE: ' DELIMITED BY SIZE
                  INVOICE-ID-TEXT OF DCLINVOICE1
                     (1:INVOICE-ID-LEN OF DCLINVOICE1)
                     DELIMITED BY SIZE
                  '  CUSTOMER: ' DELIMITED BY SIZE
                  CUSTOMER-ID-TEXT OF DCLINVOICE1
                     (1:CUSTOMER-ID-LEN OF DCLINVOICE1)
                     DELIMITED BY SIZE
                  '  DATE: ' DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           MOVE 1 TO LINE-SEQ
           PERFORM 6450-INSERT-DOC-LINE-PARA
           MOVE WS-MEMO-AMT TO WS-MEMO-DISP
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'REASON: ' DELIMITED BY SIZE
                  MEMRSNI DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REASON-DESC DELIMITED BY SIZE
                  '  AMOUNT: ' DELIMITED BY SIZE
                  WS-MEMO-DISP DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           MOVE 2 TO LINE-SEQ
           PERFORM 6450-INSERT-DOC-LINE-PARA.
       6450-INSERT-DOC-LINE-PARA.
           MOVE WS-DOC-TEXT TO DOC-LINE
           EXEC SQL
               INSERT INTO DOCUMENT1 VALUES(
                      :DOC-TYPE,
                      :DCLDOCUMENT1.DOC-ID,
                      :DCLDOCUMENT1.CUSTOMER-ID,
                      :DOC-DATE,
                      :LINE-SEQ,
                      :DOC-LINE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'DOCUMENT STORE ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE              DELIMITED BY SIZE
                     INTO MEMMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       9100-BACK-OUT-PARA.
      *    A HALF-RAISED MEMO MUST NOT LEAVE THE BALANCE, THE OPEN
      *    ITEM AND THE MEMO ROW DISAGREEING - ALL OF IT GOES BACK.
           EXEC CICS
                SYNCPOINT ROLLBACK
           END-EXEC
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       9210-GET-OPERATOR-PARA.
      *    SIGNED-ON USER ID OFF THE PER-TERMINAL USID TS QUEUE
      *    WRITTEN BY A20PGM1 AT SIGN-ON.
           MOVE 'USID' TO WS-USID-QNAME(1:4)
           MOVE EIBTRMID TO WS-USID-QNAME(5:4)
           MOVE SPACES TO WS-OPERATOR
           EXEC CICS
               READQ TS
               QUEUE(WS-USID-QNAME)
               INTO(WS-OPERATOR)
               LENGTH(LENGTH OF WS-OPERATOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE SPACES TO WS-OPERATOR
           END-IF.
       8888-RETURN-TRANS-PARA.
           EXEC CICS
                RETURN
                TRANSID('A237')
                COMMAREA(WS-COMM-AREA)
           END-EXEC.
      *
       4750-DROP-OPERATOR-PARA.
      *    SAME AS A20PGM1'S LOG-OUT - THE SIGNED-ON IDENTITY ON THE
      *    PER-TERMINAL USID QUEUE MUST NOT OUTLIVE THE SESSION, OR
      *    WHOEVER NEXT TYPES A TRANSID AT THIS TERMINAL INHERITS IT.
           MOVE 'USID'   TO WS-USID-QNAME(1:4)
           MOVE EIBTRMID TO WS-USID-QNAME(5:4)
           EXEC CICS
               DELETEQ TS
               QUEUE(WS-USID-QNAME)
               RESP(WS-RESP)
           END-EXEC.
       9999-RETURN-PARA.
           EXEC CICS
                RETURN
           END-EXEC.
