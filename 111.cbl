       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PG111.
      *BAD-DEBT WRITE-OFF REQUESTS. ONCE A20PGM74 HAS TAKEN AN
      *ACCOUNT TO FINAL NOTICE (DUNNING LEVEL 3) THE DEBT EITHER GOT
      *PAID OR SAT ON OUTSTANDING_BALANCE FOR EVER, AGED ON EVERY
      *STATEMENT AND SCORED AGAINST BY A20PGM75. A CLERK NOW KEYS THE
      *CUSTOMER, AN INVOICE AND A REASON (INS/UNC/GON) AND PF1 ADDS
      *THAT INVOICE'S UNPAID REMAINDER TO THE CUSTOMER'S PENDING
      *WRITE_OFF1 REQUEST, OPENING A NEW 'W' NUMBER IF THERE IS NONE.
      *ENTER WITH A REQUEST NUMBER (OR A CUSTOMER, FOR ITS PENDING
      *REQUEST) LISTS THE LINES ON THE SHARED RPTLST MAP. A
      *SUPERVISOR OR MANAGER - NEVER THE CLERK WHO RAISED ANY LINE OF
      *IT - DECIDES THE WHOLE REQUEST: PF6 APPROVES, CLEARING EACH
      *INVOICE WITH A CASH_ALLOC1 SLICE UNDER THE WRITE-OFF NUMBER
      *(THE SAME WAY A20PGM87 CLEARS A CREDIT MEMO), TAKING THE TOTAL
      *OFF THE BALANCE, CLOSING THE ACCOUNT TO NEW ORDERS
      *(CUST_STATUS 'WRITEOFF') AND WRITING BAD_DEBT_LEDGER1 ROWS FOR
      *THE A20PGM77 BAD-DEBT JOURNAL. PF9 REJECTS IT. A LATER PAYMENT
      *ON THE ACCOUNT IS TREATED AS A RECOVERY BY A20PGM27.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
      *
           EXEC SQL
             INCLUDE WRTOFF1
           END-EXEC.
           EXEC SQL
             INCLUDE BDLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE INVOI1
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
       77 WS-WOFF-AMT      PIC S9(8)V9(2) COMP-3.
       77 WS-WOFF-TOTAL    PIC S9(9)V9(2) COMP-3.
       77 WS-AMT-DISP      PIC -ZZZZZZ9.99.
       77 WS-TOTAL-DISP    PIC ZZZZZZZZ9.99.
       77 WS-WOFF-NUM      PIC 9(07).
       77 WS-WOFF-ID       PIC X(08).
       77 WS-LINE-COUNT    PIC S9(9) COMP.
       77 WS-OWN-COUNT     PIC S9(9) COMP.
       77 WS-PRIOR-COUNT   PIC S9(9) COMP.
       77 WS-REQ-STATUS    PIC X(08).
       77 WS-ROW-COUNT     PIC 9(02).
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       01 WS-LIST-LINE-TAB.
          05 WS-LIST-LINE OCCURS 10 TIMES PIC X(70).
       01 WS-ITEM-EOF-SW   PIC X.
          88 WS-ITEM-EOF        VALUE 'Y'.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
          05 WS-WOFID      PIC X(08).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA     PIC X(05).
            10 LK-DATE     PIC X(10).
            10 LK-TIME     PIC X(08).
            10 LK-WOFID    PIC X(08).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO  WOFINO
              PERFORM 2000-SEND-PARA
              MOVE 'WOFF ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
      *       BACK FROM THE LINE LISTING - THE REQUEST STAYS KEYED SO
      *       A SUPERVISOR CAN DECIDE IT STRAIGHT AWAY.
              IF WS-DATA = 'PICK '
                 MOVE LOW-VALUES TO WOFINO
                 MOVE WS-WOFID TO WOFREQO
                 PERFORM 2000-SEND-PARA
                 MOVE 'WOFF ' TO WS-DATA
                 PERFORM 8888-RETURN-TRANS-PARA
              ELSE
                 PERFORM 7777-KEY-CHECK-PARA
              END-IF
           END-IF.
      *
       0100-CHECK-ROLE-PARA.
      *    ANY CLERK MAY RAISE A WRITE-OFF, BUT ONLY A SUPERVISOR OR
      *    MANAGER MAY DECIDE ONE - RE-CHECKED AGAINST USER1 ON EVERY
      *    DECISION RATHER THAN TRUSTING THE MENU.
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
              MOVE 'SUPERVISOR ROLE REQUIRED TO DECIDE' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
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
                SEND MAP('WOFIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-LIST-REQUEST-PARA
            WHEN DFHPF1
              PERFORM 3000-RECEIVE-PARA
              PERFORM 5000-RAISE-LINE-PARA
            WHEN DFHPF6
              PERFORM 3000-RECEIVE-PARA
              PERFORM 0100-CHECK-ROLE-PARA
              PERFORM 6000-APPROVE-REQUEST-PARA
            WHEN DFHPF9
              PERFORM 3000-RECEIVE-PARA
              PERFORM 0100-CHECK-ROLE-PARA
              PERFORM 6500-REJECT-REQUEST-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  WOFINO
              MOVE 'YOU ARE LOGGED OUT' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              MOVE LOW-VALUES TO WOFINO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('WOFIN') MAPSET('A20MPS1')
           END-EXEC.
       3500-GET-REQUEST-PARA.
      *    A REQUEST IS DECIDED AS A WHOLE, SO EVERY LINE CARRIES THE
      *    SAME STATUS AND CUSTOMER.
           IF WOFREQI = SPACES OR LOW-VALUES
              MOVE 'WRITE-OFF NUMBER IS REQUIRED' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE WOFREQI TO WS-WOFF-ID
           MOVE WS-WOFF-ID TO WS-WOFID
           MOVE WS-WOFF-ID TO WRITE-OFF-ID-TEXT OF DCLWRITE-OFF
           MOVE LENGTH OF WS-WOFF-ID TO
                WRITE-OFF-ID-LEN OF DCLWRITE-OFF
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO WS-REQ-STATUS
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(WO_STATUS), ' '),
                      COALESCE(MAX(CUSTOMER_ID), ' ')
                INTO :WS-LINE-COUNT, :WS-REQ-STATUS,
                     :DCLWRITE-OFF.CUSTOMER-ID
                FROM WRITE_OFF1
                WHERE WRITE_OFF_ID = :DCLWRITE-OFF.WRITE-OFF-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'SQL ERROR '  DELIMITED BY SIZE
                     WS-SQLCODE    DELIMITED BY SIZE
                     INTO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-LINE-COUNT = 0
              MOVE 'WRITE-OFF REQUEST NOT FOUND' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE CUSTOMER-ID-TEXT OF DCLWRITE-OFF
                (1:CUSTOMER-ID-LEN OF DCLWRITE-OFF) TO WOFCUSO.
       3550-GET-REMAINDER-PARA.
      *    THE INVOICE'S UNPAID REMAINDER - INVOICE AMOUNT LESS EVERY
      *    CASH_ALLOC1 SLICE AGAINST IT, SAME ARITHMETIC AS A20PGM72
      *    AND A20PGM87. THE INVOICE MUST BE THE CUSTOMER'S.
           EXEC SQL
               SELECT I.INVOICE_AMOUNT -
                      COALESCE((SELECT SUM(A.ALLOC_AMOUNT)
                                  FROM CASH_ALLOC1 A
                                 WHERE A.INVOICE_ID = I.INVOICE_ID),
                               0)
                INTO :WS-UNPAID-AMT
                FROM INVOICE1 I
                WHERE I.INVOICE_ID = :DCLINVOICE1.INVOICE-ID
                  AND I.CUSTOMER_ID = :DCLINVOICE1.CUSTOMER-ID
           END-EXEC.
       3600-FIND-PENDING-PARA.
      *    A CUSTOMER HAS AT MOST ONE REQUEST OPEN AT A TIME - EVERY
      *    INVOICE ADDED BEFORE IT IS DECIDED JOINS THE SAME NUMBER.
           MOVE WOFCUSI TO CUSTOMER-ID-TEXT OF DCLWRITE-OFF
           MOVE LENGTH OF WOFCUSI TO CUSTOMER-ID-LEN OF DCLWRITE-OFF
           MOVE SPACES TO WS-WOFF-ID
           EXEC SQL
               SELECT COALESCE(MAX(WRITE_OFF_ID), ' ')
                INTO :DCLWRITE-OFF.WRITE-OFF-ID
                FROM WRITE_OFF1
                WHERE CUSTOMER_ID = :DCLWRITE-OFF.CUSTOMER-ID
                  AND WO_STATUS = 'PENDING'
           END-EXEC
           IF SQLCODE = 0
              MOVE WRITE-OFF-ID-TEXT OF DCLWRITE-OFF
                   (1:WRITE-OFF-ID-LEN OF DCLWRITE-OFF) TO WS-WOFF-ID
           END-IF.
       3700-CHECK-RAISER-PARA.
      *    FOUR EYES - WHOEVER RAISED ANY LINE OF THE REQUEST MAY NOT
      *    DECIDE IT, WHATEVER THEIR ROLE.
           MOVE WS-OPERATOR TO WO-RAISED-BY
           MOVE 0 TO WS-OWN-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-OWN-COUNT
                FROM WRITE_OFF1
                WHERE WRITE_OFF_ID = :DCLWRITE-OFF.WRITE-OFF-ID
                  AND WO_RAISED_BY = :WO-RAISED-BY
           END-EXEC
           IF WS-OWN-COUNT > 0
              MOVE 'YOU RAISED IT - NEEDS ANOTHER SUPERVISOR' TO
                   WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-REQ-STATUS NOT = 'PENDING'
              STRING 'REQUEST ALREADY ' DELIMITED BY SIZE
                     WS-REQ-STATUS      DELIMITED BY SPACE
                     INTO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       4000-LIST-REQUEST-PARA.
      *    A KEYED REQUEST NUMBER WINS; WITH ONLY A CUSTOMER THE
      *    CUSTOMER'S PENDING REQUEST IS SHOWN.
           IF WOFREQI = SPACES OR LOW-VALUES
              IF WOFCUSI = SPACES OR LOW-VALUES
                 MOVE 'WRITE-OFF NUMBER OR CUSTOMER IS REQUIRED' TO
                      WOFMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              PERFORM 3600-FIND-PENDING-PARA
              IF WS-WOFF-ID = SPACES
                 MOVE 'NO PENDING WRITE-OFF FOR THIS CUSTOMER' TO
                      WOFMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              MOVE WS-WOFF-ID TO WOFREQI
           END-IF
           PERFORM 3500-GET-REQUEST-PARA
           MOVE SPACES TO WS-LIST-LINE-TAB
           MOVE 0 TO WS-ROW-COUNT
           EXEC SQL
               DECLARE WOFLST-CUR CURSOR FOR
               SELECT INVOICE_ID, WO_AMOUNT, WO_REASON, WO_STATUS,
                      WO_RAISED_BY, RECOVERED_AMT
               FROM WRITE_OFF1
               WHERE WRITE_OFF_ID = :DCLWRITE-OFF.WRITE-OFF-ID
               ORDER BY INVOICE_ID
           END-EXEC
           EXEC SQL
               OPEN WOFLST-CUR
           END-EXEC
           MOVE 'N' TO WS-ITEM-EOF-SW
           PERFORM UNTIL WS-ITEM-EOF OR WS-ROW-COUNT = 10
               EXEC SQL
                   FETCH WOFLST-CUR
                   INTO :DCLWRITE-OFF.INVOICE-ID,
                        :WO-AMOUNT,
                        :WO-REASON,
                        :WO-STATUS,
                        :WO-RAISED-BY,
                        :RECOVERED-AMT
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE 'Y' TO WS-ITEM-EOF-SW
               ELSE
                  ADD 1 TO WS-ROW-COUNT
                  MOVE WO-AMOUNT TO WS-AMT-DISP
                  STRING INVOICE-ID-TEXT OF DCLWRITE-OFF
                            (1:INVOICE-ID-LEN OF DCLWRITE-OFF)
                            DELIMITED BY SIZE
                         '  ' DELIMITED BY SIZE
                         WS-AMT-DISP DELIMITED BY SIZE
                         '  ' DELIMITED BY SIZE
                         WO-REASON DELIMITED BY SIZE
                         '  ' DELIMITED BY SIZE
                         WO-STATUS DELIMITED BY SIZE
                         '  ' DELIMITED BY SIZE
                         WO-RAISED-BY DELIMITED BY SIZE
                         INTO WS-LIST-LINE(WS-ROW-COUNT)
                  IF RECOVERED-AMT NOT = 0
                     MOVE RECOVERED-AMT TO WS-AMT-DISP
                     MOVE ' REC ' TO WS-LIST-LINE(WS-ROW-COUNT)(47:5)
                     MOVE WS-AMT-DISP TO
                          WS-LIST-LINE(WS-ROW-COUNT)(52:11)
                  END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE WOFLST-CUR
           END-EXEC
           MOVE SPACES TO RPTTTLO
           STRING 'WRITE-OFF ' DELIMITED BY SIZE
                  WS-WOFF-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CUSTOMER-ID-TEXT OF DCLWRITE-OFF
                     (1:CUSTOMER-ID-LEN OF DCLWRITE-OFF)
                     DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-REQ-STATUS DELIMITED BY SIZE
                  INTO RPTTTLO
           PERFORM 5900-MOVE-LIST-LINES-PARA
           MOVE 'ENTER TO RETURN' TO RPTMSGO
           EXEC CICS
               SEND MAP('RPTLST') MAPSET('A20MPS1') ERASE
           END-EXEC
           MOVE 'PICK ' TO WS-DATA
           PERFORM 8888-RETURN-TRANS-PARA.
       5000-RAISE-LINE-PARA.
           PERFORM 5100-EDIT-LINE-PARA
           PERFORM 1000-GET-DATE
           PERFORM 9210-GET-OPERATOR-PARA
           PERFORM 3600-FIND-PENDING-PARA
           IF WS-WOFF-ID = SPACES
              PERFORM 5200-SET-WOFF-ID-PARA
           END-IF
           PERFORM 5300-RECORD-LINE-PARA
           MOVE WS-WOFF-ID TO WOFREQO
           MOVE WS-WOFF-ID TO WS-WOFID
           MOVE 'INVOICE ADDED TO WRITE-OFF REQUEST' TO WOFMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5100-EDIT-LINE-PARA.
           IF WOFCUSI = SPACES OR LOW-VALUES
              MOVE 'CUSTOMER ID IS REQUIRED' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WOFINVI = SPACES OR LOW-VALUES
              MOVE 'INVOICE NUMBER IS REQUIRED' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WOFRSNI NOT = 'INS' AND WOFRSNI NOT = 'UNC' AND
              WOFRSNI NOT = 'GON'
              MOVE 'REASON MUST BE INS, UNC OR GON' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    ONLY AN ACCOUNT THE DUNNING RUN HAS ALREADY TAKEN TO FINAL
      *    NOTICE IS WRITTEN OFF - ANYTHING SHORT OF THAT IS STILL
      *    BEING CHASED.
           MOVE WOFCUSI TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF WOFCUSI TO CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT DUNNING_LEVEL
                INTO :DUNNING-LEVEL
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                MOVE 'CUSTOMER NOT FOUND' TO WOFMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'SQL ERROR '  DELIMITED BY SIZE
                       WS-SQLCODE    DELIMITED BY SIZE
                       INTO WOFMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
           IF DUNNING-LEVEL < 3
              MOVE 'ACCOUNT NOT AT FINAL NOTICE (DUNNING 3)' TO
                   WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE WOFINVI TO INVOICE-ID-TEXT OF DCLINVOICE1
           MOVE LENGTH OF WOFINVI TO INVOICE-ID-LEN OF DCLINVOICE1
           MOVE CUSTOMER-ID OF DCLCUSTOMER1 TO
                CUSTOMER-ID OF DCLINVOICE1
           PERFORM 3550-GET-REMAINDER-PARA
           IF SQLCODE NOT = 0
              MOVE 'INVOICE NOT FOUND FOR THIS CUSTOMER' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-UNPAID-AMT <= 0
              MOVE 'NOTHING LEFT UNPAID ON THIS INVOICE' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    AN INVOICE IS WRITTEN OFF ONCE - NOT ALONGSIDE A REQUEST
      *    STILL WAITING, NOR AGAIN AFTER ONE WAS APPROVED.
           MOVE INVOICE-ID OF DCLINVOICE1 TO
                INVOICE-ID OF DCLWRITE-OFF
           MOVE 0 TO WS-PRIOR-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-PRIOR-COUNT
                FROM WRITE_OFF1
                WHERE INVOICE_ID = :DCLWRITE-OFF.INVOICE-ID
                  AND WO_STATUS IN ('PENDING', 'APPROVED')
           END-EXEC
           IF WS-PRIOR-COUNT > 0
              MOVE 'INVOICE ALREADY ON A WRITE-OFF' TO WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       5200-SET-WOFF-ID-PARA.
      *    SAME SERIALIZED NUMBERING AS THE MEMO NUMBERS - THE UPDATE
      *    LOCKS THE 'WRITEOFF' CONTROL ROW UNTIL SYNCPOINT.
           MOVE 'WRITEOFF' TO CONTROL-ID-TEXT
           MOVE LENGTH OF 'WRITEOFF' TO CONTROL-ID-LEN
           EXEC SQL
               UPDATE ORDER_CONTROL
                  SET NEXT_ORDER_NUM = NEXT_ORDER_NUM + 1
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'WRITE-OFF NUMBERING ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE                   DELIMITED BY SIZE
                     INTO WOFMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF
           EXEC SQL
               SELECT NEXT_ORDER_NUM INTO :NEXT-ORDER-NUM
                 FROM ORDER_CONTROL
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           MOVE NEXT-ORDER-NUM TO WS-WOFF-NUM
           STRING 'W' DELIMITED BY SIZE
                  WS-WOFF-NUM DELIMITED BY SIZE
                  INTO WS-WOFF-ID.
       5300-RECORD-LINE-PARA.
           MOVE WS-WOFF-ID TO WRITE-OFF-ID-TEXT OF DCLWRITE-OFF
           MOVE LENGTH OF WS-WOFF-ID TO
                WRITE-OFF-ID-LEN OF DCLWRITE-OFF
           MOVE INVOICE-ID OF DCLINVOICE1 TO
                INVOICE-ID OF DCLWRITE-OFF
           MOVE CUSTOMER-ID OF DCLCUSTOMER1 TO
                CUSTOMER-ID OF DCLWRITE-OFF
           MOVE WS-UNPAID-AMT TO WO-AMOUNT
           MOVE WOFRSNI TO WO-REASON
           MOVE 'PENDING' TO WO-STATUS
           MOVE WS-OPERATOR TO WO-RAISED-BY
           MOVE WS-DATE TO WO-RAISED-DATE
           MOVE SPACES TO WO-DECIDED-BY
           MOVE SPACES TO WO-DECIDED-DATE
           MOVE 0 TO RECOVERED-AMT
           EXEC SQL
               INSERT INTO WRITE_OFF1 VALUES(
                      :DCLWRITE-OFF.WRITE-OFF-ID,
                      :DCLWRITE-OFF.INVOICE-ID,
                      :DCLWRITE-OFF.CUSTOMER-ID,
                      :WO-AMOUNT,
                      :WO-REASON,
                      :WO-STATUS,
                      :WO-RAISED-BY,
                      :WO-RAISED-DATE,
                      :WO-DECIDED-BY,
                      :WO-DECIDED-DATE,
                      :RECOVERED-AMT)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'WRITE-OFF INSERT ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE                DELIMITED BY SIZE
                     INTO WOFMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       5900-MOVE-LIST-LINES-PARA.
           MOVE WS-LIST-LINE(01) TO RPTL01O
           MOVE WS-LIST-LINE(02) TO RPTL02O
           MOVE WS-LIST-LINE(03) TO RPTL03O
           MOVE WS-LIST-LINE(04) TO RPTL04O
           MOVE WS-LIST-LINE(05) TO RPTL05O
           MOVE WS-LIST-LINE(06) TO RPTL06O
           MOVE WS-LIST-LINE(07) TO RPTL07O
           MOVE WS-LIST-LINE(08) TO RPTL08O
           MOVE WS-LIST-LINE(09) TO RPTL09O
           MOVE WS-LIST-LINE(10) TO RPTL10O.
       6000-APPROVE-REQUEST-PARA.
           PERFORM 3500-GET-REQUEST-PARA
           PERFORM 3700-CHECK-RAISER-PARA
           PERFORM 1000-GET-DATE
           PERFORM 4800-CHECK-PERIOD-PARA
           MOVE 0 TO WS-WOFF-TOTAL
           EXEC SQL
               DECLARE WOFAPP-CUR CURSOR FOR
               SELECT INVOICE_ID, WO_AMOUNT
               FROM WRITE_OFF1
               WHERE WRITE_OFF_ID = :DCLWRITE-OFF.WRITE-OFF-ID
                 AND WO_STATUS = 'PENDING'
               ORDER BY INVOICE_ID
           END-EXEC
           EXEC SQL
               OPEN WOFAPP-CUR
           END-EXEC
           MOVE 'N' TO WS-ITEM-EOF-SW
           PERFORM UNTIL WS-ITEM-EOF
               EXEC SQL
                   FETCH WOFAPP-CUR
                   INTO :DCLWRITE-OFF.INVOICE-ID,
                        :WO-AMOUNT
               END-EXEC
               EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-ITEM-EOF-SW
                 WHEN 0
                    PERFORM 6100-WRITE-OFF-LINE-PARA
                 WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE
                    STRING 'SQL ERROR '  DELIMITED BY SIZE
                           WS-SQLCODE    DELIMITED BY SIZE
                           INTO WOFMSGO
                    PERFORM 9100-BACK-OUT-PARA
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE WOFAPP-CUR
           END-EXEC
           PERFORM 6300-CLOSE-ACCOUNT-PARA
           MOVE WS-WOFF-TOTAL TO WS-TOTAL-DISP
           STRING 'WRITE-OFF APPROVED - TOTAL ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WOFMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6100-WRITE-OFF-LINE-PARA.
      *    CASH MAY HAVE COME IN SINCE THE LINE WAS RAISED - ONLY
      *    WHAT IS STILL UNPAID TODAY IS WRITTEN OFF, AND A LINE PAID
      *    UP IN THE MEANTIME IS APPROVED AT NIL WITH NOTHING POSTED.
           MOVE INVOICE-ID OF DCLWRITE-OFF TO
                INVOICE-ID OF DCLINVOICE1
           MOVE CUSTOMER-ID OF DCLWRITE-OFF TO
                CUSTOMER-ID OF DCLINVOICE1
           PERFORM 3550-GET-REMAINDER-PARA
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-UNPAID-AMT
           END-IF
           IF WS-UNPAID-AMT < WO-AMOUNT
              MOVE WS-UNPAID-AMT TO WS-WOFF-AMT
           ELSE
              MOVE WO-AMOUNT TO WS-WOFF-AMT
           END-IF
           IF WS-WOFF-AMT < 0
              MOVE 0 TO WS-WOFF-AMT
           END-IF
           IF WS-WOFF-AMT > 0
              PERFORM 6150-POST-SLICE-PARA
              PERFORM 6200-RECORD-LEDGER-PARA
              ADD WS-WOFF-AMT TO WS-WOFF-TOTAL
           END-IF
           MOVE WS-WOFF-AMT TO WO-AMOUNT
           MOVE WS-OPERATOR TO WO-DECIDED-BY
           MOVE WS-DATE TO WO-DECIDED-DATE
           EXEC SQL
               UPDATE WRITE_OFF1
                  SET WO_AMOUNT = :WO-AMOUNT,
                      WO_STATUS = 'APPROVED',
                      WO_DECIDED_BY = :WO-DECIDED-BY,
                      WO_DECIDED_DATE = :WO-DECIDED-DATE
                WHERE WRITE_OFF_ID = :DCLWRITE-OFF.WRITE-OFF-ID
                  AND INVOICE_ID = :DCLWRITE-OFF.INVOICE-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'WRITE-OFF UPDATE ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE                DELIMITED BY SIZE
                     INTO WOFMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       6150-POST-SLICE-PARA.
      *    THE WRITE-OFF CLEARS THE OPEN ITEM THE WAY A CREDIT MEMO
      *    DOES - A PLUS SLICE UNDER THE WRITE-OFF NUMBER. NO PAYMENT1
      *    ROW CARRIES A 'W' NUMBER, SO UNAPPLIED CASH IS UNTOUCHED.
           MOVE CUSTOMER-ID OF DCLWRITE-OFF TO
                CUSTOMER-ID OF DCLCASH-ALLOC
           MOVE WS-WOFF-ID TO BANK-REF-TEXT OF DCLCASH-ALLOC
           MOVE LENGTH OF WS-WOFF-ID TO BANK-REF-LEN OF DCLCASH-ALLOC
           MOVE INVOICE-ID OF DCLWRITE-OFF TO
                INVOICE-ID OF DCLCASH-ALLOC
           MOVE WS-WOFF-AMT TO ALLOC-AMOUNT
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
                     INTO WOFMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       6200-RECORD-LEDGER-PARA.
           MOVE WRITE-OFF-ID OF DCLWRITE-OFF TO
                WRITE-OFF-ID OF DCLBAD-DEBT-LEDGER
           MOVE INVOICE-ID OF DCLWRITE-OFF TO
                INVOICE-ID OF DCLBAD-DEBT-LEDGER
           MOVE CUSTOMER-ID OF DCLWRITE-OFF TO
                CUSTOMER-ID OF DCLBAD-DEBT-LEDGER
           MOVE 'WOF' TO BD-TYPE
           MOVE WS-WOFF-AMT TO BD-AMOUNT
           MOVE WS-DATE TO BD-DATE
           MOVE WS-WOFF-ID TO BD-REF-TEXT
           MOVE LENGTH OF WS-WOFF-ID TO BD-REF-LEN
           EXEC SQL
               INSERT INTO BAD_DEBT_LEDGER1 VALUES(
                      :DCLBAD-DEBT-LEDGER.WRITE-OFF-ID,
                      :DCLBAD-DEBT-LEDGER.INVOICE-ID,
                      :DCLBAD-DEBT-LEDGER.CUSTOMER-ID,
                      :BD-TYPE,
                      :BD-AMOUNT,
                      :BD-DATE,
                      :BD-REF)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'BAD-DEBT LEDGER ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE               DELIMITED BY SIZE
                     INTO WOFMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       6300-CLOSE-ACCOUNT-PARA.
      *    THE BALANCE COMES DOWN BY WHAT WAS WRITTEN OFF AND THE
      *    ACCOUNT IS CLOSED TO NEW ORDERS - A20PGM6 AND A20PGM4
      *    REFUSE A 'WRITEOFF' ACCOUNT. REOPENING IT IS A CREDIT
      *    CONTROL DECISION, NOT SOMETHING A RECOVERY DOES.
           MOVE CUSTOMER-ID OF DCLWRITE-OFF TO
                CUSTOMER-ID OF DCLCUSTOMER1
           EXEC SQL
               UPDATE CUSTOMER1
                  SET OUTSTANDING_BALANCE = OUTSTANDING_BALANCE
                                             - :WS-WOFF-TOTAL,
                      CUST_STATUS = 'WRITEOFF'
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'BALANCE UPDATE ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE              DELIMITED BY SIZE
                     INTO WOFMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF.
       6500-REJECT-REQUEST-PARA.
      *    A REJECTED REQUEST POSTS NOTHING; ITS INVOICES ARE FREE TO
      *    GO ON A LATER REQUEST.
           PERFORM 3500-GET-REQUEST-PARA
           PERFORM 3700-CHECK-RAISER-PARA
           PERFORM 1000-GET-DATE
           MOVE WS-OPERATOR TO WO-DECIDED-BY
           MOVE WS-DATE TO WO-DECIDED-DATE
           EXEC SQL
               UPDATE WRITE_OFF1
                  SET WO_STATUS = 'REJECTED',
                      WO_DECIDED_BY = :WO-DECIDED-BY,
                      WO_DECIDED_DATE = :WO-DECIDED-DATE
                WHERE WRITE_OFF_ID = :DCLWRITE-OFF.WRITE-OFF-ID
                  AND WO_STATUS = 'PENDING'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'WRITE-OFF UPDATE ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE                DELIMITED BY SIZE
                     INTO WOFMSGO
              PERFORM 9100-BACK-OUT-PARA
           END-IF
           MOVE 'WRITE-OFF REJECTED' TO WOFMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       4800-CHECK-PERIOD-PARA.
      *    THE WRITE-OFF POSTS WITH TODAY'S DATE - REFUSED INTO A
      *    CLOSED ACCT_PERIOD1 PERIOD, SAME RULE AS A20PGM87. NO
      *    PERIOD ROW MEANS OPEN.
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
                   WOFMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       9100-BACK-OUT-PARA.
      *    A HALF-DONE WRITE-OFF MUST NOT LEAVE THE BALANCE, THE OPEN
      *    ITEMS AND THE REQUEST DISAGREEING - ALL OF IT GOES BACK.
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
                TRANSID('A244')
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
