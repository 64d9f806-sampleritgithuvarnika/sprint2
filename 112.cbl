       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG112.
      *PERSONAL-DATA RETENTION RUN. A20PGM38 ARCHIVES OLD ORDERS BUT
      *NOTHING EVER CLEARED A CUSTOMER'S NAME, CONTACT NUMBER, HEAD-
      *OFFICE ADDRESS OR SHIP_TO1 BRANCH ADDRESSES, SO AN ACCOUNT THAT
      *LAST TRADED TEN YEARS AGO STILL CARRIED THEM. THIS RUN FINDS
      *THE DORMANT ACCOUNTS - NO ORDER, INVOICE, SERVICE CASE OR
      *MASTER CHANGE ON OR AFTER THE ARCHIVE_CONTROL 'RETENTION'
      *CUTOFF, NO ORDER OR CASE STILL OPEN AND A NIL BALANCE - AND
      *OVERWRITES THE PERSONAL FIELDS WITH 'ANONYMISED' (OR BLANKS),
      *ALONG WITH THE SAME VALUES IN THE MASTER_CHANGE_LOG1 HISTORY
      *AND THE E-MAIL ADDRESS ON SENT NOTIFY_OUTBOX1 ROWS. WHO SIGNED
      *FOR ITS DELIVERIES AND ITS DROP-SHIP DELIVERY ADDRESSES ARE
      *OVERWRITTEN THE SAME WAY, AND ITS STORED STATEMENT AND PRICE
      *LIST COPIES ARE DELETED FROM DOCUMENT1. THE
      *CUSTOMER_ID IS KEPT SO ORDER, INVOICE AND SALES HISTORY STILL
      *JOIN, AND CUST_STATUS BECOMES 'ANONYMSD' SO ORDER ENTRY
      *REFUSES THE ACCOUNT. AN ACCOUNT WRITTEN OFF AS BAD DEBT IS
      *LEFT ALONE - RECOVERY MAY STILL NEED TO FIND THE DEBTOR.
      *AN 'ERASEREQ' ROW ON ARCHIVE_CONTROL (CUSTOMER-ID IN
      *CUTOFF-DATE) TURNS THE NEXT RUN INTO A ONE-OFF ERASE ON THE
      *CUSTOMER'S REQUEST - THAT ACCOUNT ALONE, WHATEVER ITS AGE, AS
      *LONG AS NOTHING IS STILL OPEN ON IT - AND THE ROW IS DELETED.
      *EVERY ACCOUNT DONE OR REFUSED GETS AN ANON_LOG1 ROW.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
           EXEC SQL
             INCLUDE ARCCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE ANONLG1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       77 WS-OPEN-COUNT        PIC S9(7) COMP-3.
       77 WS-ANON-COUNT        PIC S9(7) COMP-3 VALUE 0.
       77 WS-REFUSED-COUNT     PIC S9(7) COMP-3 VALUE 0.
       77 WS-SQLCODE           PIC S9(9) COMP.
       01 WS-REQ-CUST          PIC X(06).
       01 WS-REFUSE-REASON     PIC X(20).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-SHIPTO-DISP       PIC ZZZ9.
       01 WS-CHANGE-DISP       PIC ZZZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-MODE-SW           PIC X VALUE 'R'.
          88 WS-RETENTION-MODE      VALUE 'R'.
          88 WS-REQUEST-MODE        VALUE 'Q'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 1000-READ-CONTROL-PARA
           IF WS-REQUEST-MODE
              DISPLAY 'ERASE ON REQUEST ' WS-RUN-DATE
                      '  CUSTOMER ' WS-REQ-CUST
              PERFORM 3000-ERASE-REQUEST-PARA
           ELSE
              DISPLAY 'RETENTION SWEEP ' WS-RUN-DATE
                      '  CUTOFF ' CUTOFF-DATE
              PERFORM 2000-RETENTION-SWEEP-PARA
           END-IF
           MOVE WS-ANON-COUNT TO WS-COUNT-DISP
           DISPLAY 'ACCOUNTS ANONYMISED:   ' WS-COUNT-DISP
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISP
           DISPLAY 'REQUESTS REFUSED:      ' WS-COUNT-DISP
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-READ-CONTROL-PARA.
      *    A WAITING ERASE REQUEST TAKES THE WHOLE RUN; OTHERWISE THE
      *    RETENTION ROW MUST BE THERE - NO CUTOFF, NO SWEEP.
           MOVE 'ERASEREQ' TO CONFIG-ID-TEXT
           MOVE LENGTH OF 'ERASEREQ' TO CONFIG-ID-LEN
           EXEC SQL
               SELECT CUTOFF_DATE
                 INTO :CUTOFF-DATE
                 FROM ARCHIVE_CONTROL
                WHERE CONFIG_ID = :CONFIG-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF CUTOFF-DATE NOT = SPACES
                   MOVE 'Q' TO WS-MODE-SW
                   MOVE CUTOFF-DATE(1:6) TO WS-REQ-CUST
                END-IF
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE
           IF WS-RETENTION-MODE
              MOVE 'RETENTION' TO CONFIG-ID-TEXT
              MOVE LENGTH OF 'RETENTION' TO CONFIG-ID-LEN
              EXEC SQL
                  SELECT CUTOFF_DATE
                    INTO :CUTOFF-DATE
                    FROM ARCHIVE_CONTROL
                   WHERE CONFIG_ID = :CONFIG-ID
              END-EXEC
              IF SQLCODE NOT = 0 OR CUTOFF-DATE = SPACES
                 DISPLAY 'NO RETENTION ROW ON ARCHIVE_CONTROL '
                         'SQLCODE= '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0900-CLOSE-RUN-PARA
                 STOP RUN
              END-IF
           END-IF.
       2000-RETENTION-SWEEP-PARA.
      *    DORMANT MEANS NOTHING AT ALL ON OR AFTER THE CUTOFF AND
      *    NOTHING LEFT OPEN FROM BEFORE IT. A MASTER CHANGE COUNTS AS
      *    ACTIVITY, AND THERE MUST BE SOME HISTORY (ALL OF IT OLDER
      *    THAN THE CUTOFF) - CUSTOMER1 CARRIES NO OPENING DATE, SO A
      *    NEWLY KEYED ACCOUNT THAT HAS NOT ORDERED YET WOULD
      *    OTHERWISE BE SWEPT UP WITH THE DEAD ONES.
           EXEC SQL
               DECLARE DORMNT-CUR CURSOR FOR
               SELECT C.CUSTOMER_ID
               FROM CUSTOMER1 C
               WHERE C.CUST_STATUS NOT IN ('ANONYMSD', 'WRITEOFF')
                 AND C.OUTSTANDING_BALANCE = 0
                 AND NOT EXISTS
                     (SELECT 1 FROM ORDER1 O
                       WHERE O.CUSTOMER_ID = C.CUSTOMER_ID
                         AND (O.ORDER_DATE >= :CUTOFF-DATE
                              OR O.PROD_STATUS NOT IN ('DELIVERED',
                                                       'CANCELLED')))
                 AND NOT EXISTS
                     (SELECT 1 FROM INVOICE1 I
                       WHERE I.CUSTOMER_ID = C.CUSTOMER_ID
                         AND I.INVOICE_DATE >= :CUTOFF-DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM SERVICE_CASE1 S
                       WHERE S.CUSTOMER_ID = C.CUSTOMER_ID
                         AND (S.CASE_STATUS = 'OPEN'
                              OR S.OPEN_DATE >= :CUTOFF-DATE
                              OR S.CLOSE_DATE >= :CUTOFF-DATE))
                 AND NOT EXISTS
                     (SELECT 1 FROM MASTER_CHANGE_LOG1 M
                       WHERE M.MASTER_TYPE = 'C'
                         AND M.MASTER_ID = C.CUSTOMER_ID
                         AND M.CHANGE_DATE >= :CUTOFF-DATE)
                 AND (EXISTS (SELECT 1 FROM INVOICE1 I
                               WHERE I.CUSTOMER_ID = C.CUSTOMER_ID)
                      OR EXISTS (SELECT 1 FROM ORDER1 O
                                  WHERE O.CUSTOMER_ID = C.CUSTOMER_ID)
                      OR EXISTS (SELECT 1 FROM SERVICE_CASE1 S
                                  WHERE S.CUSTOMER_ID = C.CUSTOMER_ID)
                      OR EXISTS (SELECT 1 FROM MASTER_CHANGE_LOG1 M
                                  WHERE M.MASTER_TYPE = 'C'
                                    AND M.MASTER_ID = C.CUSTOMER_ID))
               ORDER BY C.CUSTOMER_ID
           END-EXEC
           EXEC SQL
               OPEN DORMNT-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH DORMNT-CUR
                  INTO :DCLCUSTOMER1.CUSTOMER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    MOVE 'RET' TO ANON-MODE
                    PERFORM 4000-ANONYMISE-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE DORMNT-CUR
           END-EXEC.
       3000-ERASE-REQUEST-PARA.
      *    THE CUSTOMER HAS ASKED TO BE FORGOTTEN - NO WAITING FOR THE
      *    RETENTION PERIOD, BUT WE CANNOT ERASE WHO OWES US MONEY OR
      *    WHO HAS AN ORDER OR CASE STILL IN FLIGHT. A REFUSAL IS
      *    LOGGED WITH ITS REASON AND THE RUN ENDS RC=4 SO CREDIT
      *    CONTROL CAN TELL THE CUSTOMER. EITHER WAY THE REQUEST ROW
      *    IS DELETED - IT IS A ONE-OFF, NOT A STANDING ORDER.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-REQ-CUST TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF WS-REQ-CUST TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT CUST_STATUS, OUTSTANDING_BALANCE
                 INTO :CUST-STATUS, :OUTSTANDING-BALANCE
                 FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                EVALUATE TRUE
                  WHEN CUST-STATUS = 'ANONYMSD'
                     MOVE 'ALREADY ANONYMISED' TO WS-REFUSE-REASON
                  WHEN CUST-STATUS = 'WRITEOFF'
                     MOVE 'BAD DEBT ON FILE' TO WS-REFUSE-REASON
                  WHEN OUTSTANDING-BALANCE NOT = 0
                     MOVE 'OPEN BALANCE' TO WS-REFUSE-REASON
                END-EVALUATE
             WHEN 100
                MOVE 'NO SUCH ACCOUNT' TO WS-REFUSE-REASON
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-OPEN-COUNT
                    FROM ORDER1
                   WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                     AND PROD_STATUS NOT IN ('DELIVERED', 'CANCELLED')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9300-SQL-ERROR-PARA
              END-IF
              IF WS-OPEN-COUNT > 0
                 MOVE 'OPEN ORDER' TO WS-REFUSE-REASON
              END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-OPEN-COUNT
                    FROM SERVICE_CASE1
                   WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                     AND CASE_STATUS = 'OPEN'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9300-SQL-ERROR-PARA
              END-IF
              IF WS-OPEN-COUNT > 0
                 MOVE 'OPEN SERVICE CASE' TO WS-REFUSE-REASON
              END-IF
           END-IF
           MOVE 'REQ' TO ANON-MODE
           IF WS-REFUSE-REASON = SPACES
              PERFORM 4000-ANONYMISE-PARA
           ELSE
              PERFORM 4900-LOG-REFUSAL-PARA
           END-IF
           MOVE 'ERASEREQ' TO CONFIG-ID-TEXT
           MOVE LENGTH OF 'ERASEREQ' TO CONFIG-ID-LEN
           EXEC SQL
               DELETE FROM ARCHIVE_CONTROL
                WHERE CONFIG_ID = :CONFIG-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       4000-ANONYMISE-PARA.
      *    CUSTOMER-ID STAYS; EVERYTHING THAT NAMES OR REACHES A
      *    PERSON GOES. NOTIFY_OPT_OUT IS SET SO NOTHING TRIES TO MAIL
      *    THE ACCOUNT AGAIN.
           EXEC SQL
               UPDATE CUSTOMER1
                  SET CUSTOMER_NAME = 'ANONYMISED',
                      CONTACT = ' ',
                      ADDRESS1 = 'ANONYMISED',
                      EMAIL_ADDRESS = ' ',
                      NOTIFY_OPT_OUT = 'Y',
                      CUST_STATUS = 'ANONYMSD'
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
      *    BRANCH ADDRESSES KEEP THEIR SHIP-TO-ID AND ZONE SO OLD
      *    ORDERS STILL POINT AT A ROW.
           EXEC SQL
               UPDATE SHIP_TO1
                  SET SHIP_TO_NAME = 'ANONYMISED',
                      SHIP_ADDRESS = 'ANONYMISED'
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE SQLERRD(3) TO SHIPTO-COUNT
             WHEN 100
                MOVE 0 TO SHIPTO-COUNT
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE
      *    THE BEFORE/AFTER HISTORY WOULD OTHERWISE STILL SPELL OUT
      *    THE OLD NAME AND ADDRESSES. CREDIT LIMIT, BAND AND THE
      *    REST ARE NOT PERSONAL AND ARE KEPT.
           EXEC SQL
               UPDATE MASTER_CHANGE_LOG1
                  SET OLD_VALUE = 'ANONYMISED',
                      NEW_VALUE = 'ANONYMISED'
                WHERE MASTER_TYPE = 'C'
                  AND MASTER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                  AND FIELD_NAME IN ('CUSTOMER_NAME', 'CONTACT',
                                     'ADDRESS1', 'EMAIL_ADDRESS')
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE SQLERRD(3) TO CHANGE-COUNT
             WHEN 100
                MOVE 0 TO CHANGE-COUNT
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE
           EXEC SQL
               UPDATE NOTIFY_OUTBOX1
                  SET SENT_TO = ' '
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           PERFORM 4100-ANONYMISE-DELIVERY-PARA
           PERFORM 4200-DROP-STORED-DOCS-PARA
           MOVE 'DONE' TO ANON-RESULT
           MOVE SPACES TO ANON-REASON
           PERFORM 4950-WRITE-LOG-ROW-PARA
           MOVE SHIPTO-COUNT TO WS-SHIPTO-DISP
           MOVE CHANGE-COUNT TO WS-CHANGE-DISP
           DISPLAY 'ANONYMISED ' ANON-MODE ' '
                   CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                      (1:CUSTOMER-ID-LEN OF DCLCUSTOMER1)
                   '  SHIP-TO ' WS-SHIPTO-DISP
                   '  HISTORY ' WS-CHANGE-DISP
           ADD 1 TO WS-ANON-COUNT
           ADD 1 TO WS-LOG-IN-COUNT.
       4100-ANONYMISE-DELIVERY-PARA.
      *    WHO SIGNED FOR A DELIVERY (DELIVERY_CONF1 AND THE 'POD'
      *    NOTIFICATION DETAIL) AND THE NAME AND ADDRESS A DROP-SHIP
      *    SUPPLIER WAS TOLD TO DELIVER TO ARE PERSONAL TOO. THE ROWS
      *    STAY SO THE DELIVERY AND THE PO STILL ADD UP. ORDERS
      *    A20PGM38 HAS ALREADY ARCHIVED ARE NO LONGER ON ORDER1 TO
      *    LINK THROUGH.
           EXEC SQL
               UPDATE NOTIFY_OUTBOX1
                  SET EVENT_DETAIL = 'ANONYMISED'
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                  AND EVENT_TYPE = 'POD'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           EXEC SQL
               UPDATE DELIVERY_CONF1
                  SET SIGNED_BY = 'ANONYMISED'
                WHERE ORDER_ID IN
                      (SELECT O.ORDER_ID
                         FROM ORDER1 O
                        WHERE O.CUSTOMER_ID =
                              :DCLCUSTOMER1.CUSTOMER-ID)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           EXEC SQL
               UPDATE PURCHASE_ORDER1
                  SET DS_SHIP_NAME = 'ANONYMISED',
                      DS_SHIP_ADDR = 'ANONYMISED'
                WHERE DS_ORDER_ID IN
                      (SELECT O.ORDER_ID
                         FROM ORDER1 O
                        WHERE O.CUSTOMER_ID =
                              :DCLCUSTOMER1.CUSTOMER-ID)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       4200-DROP-STORED-DOCS-PARA.
      *    THE STORED STATEMENT AND PRICE LIST (KEYED BY CUSTOMER)
      *    PRINT THE NAME AND ADDRESS AND ARE ONLY REPRINT COPIES -
      *    A20PGM28 AND A20PG107 PRODUCE THEM AFRESH - SO THEY GO.
      *    RECEIPTS, INVOICES, CREDITS, MEMOS AND REBATE STATEMENTS
      *    ARE ACCOUNTING RECORDS AND ARE KEPT.
           EXEC SQL
               DELETE FROM DOCUMENT1
                WHERE DOC_TYPE IN ('STMT', 'PLST')
                  AND DOC_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       4900-LOG-REFUSAL-PARA.
           MOVE 'REFUSED' TO ANON-RESULT
           MOVE WS-REFUSE-REASON TO ANON-REASON
           MOVE 0 TO SHIPTO-COUNT
           MOVE 0 TO CHANGE-COUNT
           PERFORM 4950-WRITE-LOG-ROW-PARA
           DISPLAY 'REFUSED    ' ANON-MODE ' ' WS-REQ-CUST
                   '  ' WS-REFUSE-REASON
           ADD 1 TO WS-REFUSED-COUNT
           ADD 1 TO WS-LOG-WARN-COUNT.
       4950-WRITE-LOG-ROW-PARA.
           MOVE CUSTOMER-ID OF DCLCUSTOMER1 TO
                CUSTOMER-ID OF DCLANON-LOG
           MOVE WS-RUN-DATE TO ANON-DATE
           MOVE WS-RUN-TIME TO ANON-TIME
           EXEC SQL
               INSERT INTO ANON_LOG1 VALUES(
                      :DCLANON-LOG.CUSTOMER-ID,
                      :ANON-MODE,
                      :ANON-RESULT,
                      :ANON-REASON,
                      :SHIPTO-COUNT,
                      :CHANGE-COUNT,
                      :ANON-DATE,
                      :ANON-TIME)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       9300-SQL-ERROR-PARA.
      *    AN ACCOUNT HALF OVERWRITTEN WOULD LEAVE ITS NAME IN ONE
      *    TABLE AND NOT THE OTHERS - UNDO THE RUN AND STOP.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'A20PG112 SQL ERROR '
                   CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                   ' SQLCODE= ' WS-SQLCODE
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
           MOVE 'A20PG112' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG112' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PG112 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PG112' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG112 HELD - WAITING ON ' GATR-WAIT-JOB
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
