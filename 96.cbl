       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM96.
      *NIGHTLY CUSTOMER NOTIFICATION RUN. CUSTOMERS USED TO PHONE TO
      *ASK "HAS IT SHIPPED?" - NOW EVERY ORDER CONFIRMED OR HELD,
      *SHIPMENT, PROOF OF DELIVERY AND DUNNING ESCALATION PARKS A
      *'PENDING' NOTIFY_OUTBOX1 ROW THROUGH THE A20PGM95 WRITER, AND
      *THIS JOB -
      *   - FIRST READS THE NTFBNC FILE THE MAIL GATEWAY RETURNS
      *     (MESSAGE REFERENCE, REASON - ONE PER UNDELIVERABLE
      *     MESSAGE FROM EARLIER RUNS) AND MARKS THOSE ROWS 'BOUNCED'.
      *     DUMMY THE DD WHEN THE GATEWAY RETURNED NOTHING,
      *   - THEN WRITES EVERY PENDING ROW TO THE NTFMSG FILE FOR THE
      *     GATEWAY UNDER ITS OWN 'N' MESSAGE REFERENCE (ORDER_CONTROL
      *     ROW 'NOTIFY') AND MARKS IT 'SENT', OR MARKS IT 'OPTOUT'
      *     WHEN THE CUSTOMER HAS ASKED NOT TO HEAR FROM US, OR
      *     'NOCONTCT' WHEN THE ACCOUNT HAS NO USABLE E-MAIL ADDRESS.
      *THE ADDRESS IS CUSTOMER1.EMAIL_ADDRESS; AN OLDER ACCOUNT WITH
      *NONE STILL GETS ITS MAIL WHEN THE CONTACT FIELD HOLDS AN E-MAIL
      *ADDRESS (ONE '@' AND A '.', THE A20PGM4 CONTACT RULE). BOUNCES
      *AND MISSING CONTACT DETAILS ARE LISTED THROUGH THE A20PGM41
      *REPORT WRITER FOR CUSTOMER SERVICE TO CHASE, AND END THE RUN
      *RC=4. THE WHOLE RUN IS ONE UNIT OF WORK - AN SQL FAILURE ROLLS
      *IT BACK AND ENDS RC=16 SO THE FILE IS NOT HANDED TO THE GATEWAY
      *AND THE RE-RUN SENDS IT ALL. RECORDS ARE COMMA-DELIMITED -
      *   MSG,REF,CUSTOMER,ADDRESS,EVENT,ORDER,EVENT DATE,MESSAGE TEXT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTFBNC-FILE ASSIGN TO 'NTFBNC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NTFMSG-FILE ASSIGN TO 'NTFMSG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NTFBNC-FILE
           RECORDING MODE IS F.
       01  NTFBNC-REC               PIC X(80).
       FD  NTFMSG-FILE
           RECORDING MODE IS F.
       01  NTFMSG-REC               PIC X(200).
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE NTFOBX1
           END-EXEC.
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-FILE-STATUS       PIC X(02).
       77 WS-MSG-STATUS        PIC X(02).
       77 WS-SQLCODE           PIC -9(04).
       77 WS-AT-COUNT          PIC S9(4) COMP.
       77 WS-DOT-COUNT         PIC S9(4) COMP.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-BNC-REF           PIC X(08).
       01 WS-BNC-REASON        PIC X(40).
       01 WS-SEND-TO           PIC X(40).
       01 WS-MSG-NUM           PIC 9(07).
       01 WS-MSG-REF           PIC X(08).
       01 WS-MSG-TEXT          PIC X(80).
       01 WS-CUR-ORDER         PIC X(06).
       01 WS-NEW-STATUS        PIC X(08).
       01 WS-SENT-COUNT        PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-OPTOUT-COUNT      PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-NOCONT-COUNT      PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-BOUNCE-COUNT      PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-UNKNOWN-COUNT     PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-BNC-EOF-SW        PIC X VALUE 'N'.
          88 WS-BNC-EOF             VALUE 'Y'.
       01 WS-ROW-DONE-SW       PIC X.
          88 WS-ROW-DONE            VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 1100-OPEN-FILES-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'CUSTOMER NOTIFICATION EXCEPTIONS' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'CUST' TO RPTW-LINE(1:4)
           MOVE 'EVENT' TO RPTW-LINE(9:5)
           MOVE 'ORDER' TO RPTW-LINE(16:5)
           MOVE 'STATUS' TO RPTW-LINE(24:6)
           MOVE 'MSG REF' TO RPTW-LINE(34:7)
           MOVE 'DETAIL' TO RPTW-LINE(44:6)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM UNTIL WS-BNC-EOF
              PERFORM 2100-READ-BOUNCE-PARA
              IF NOT WS-BNC-EOF
                 PERFORM 3100-APPLY-BOUNCE-PARA
              END-IF
           END-PERFORM
           CLOSE NTFBNC-FILE
           PERFORM 1000-OPEN-CURSOR-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
              IF NOT WS-EOF
                 PERFORM 3000-WORK-NOTIFY-PARA
              END-IF
           END-PERFORM
           PERFORM 4000-CLOSE-CURSOR-PARA
           CLOSE NTFMSG-FILE
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
           STRING 'NOTIFICATIONS SENT:       ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-OPTOUT-COUNT TO WS-COUNT-DISP
           STRING 'SKIPPED - OPTED OUT:      ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-NOCONT-COUNT TO WS-COUNT-DISP
           STRING 'SKIPPED - NO E-MAIL:      ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-BOUNCE-COUNT TO WS-COUNT-DISP
           STRING 'BOUNCES RECORDED:         ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISP
           STRING 'BOUNCES NOT MATCHED:      ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-SENT-COUNT TO WS-LOG-IN-COUNT
           COMPUTE WS-LOG-WARN-COUNT =
                   WS-BOUNCE-COUNT + WS-NOCONT-COUNT
      *    A BOUNCE OR A MISSING ADDRESS IS A CUSTOMER WHO DID NOT
      *    HEAR FROM US - END RC=4 SO SOMEONE CHASES THE DETAILS.
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1100-OPEN-FILES-PARA.
           OPEN INPUT NTFBNC-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NTFBNC FILE, STATUS= '
                      WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT NTFMSG-FILE
           IF WS-MSG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NTFMSG FILE, STATUS= '
                      WS-MSG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1000-OPEN-CURSOR-PARA.
      *    OLDEST EVENT FIRST, SO A CUSTOMER'S MESSAGES GO OUT IN THE
      *    ORDER THINGS HAPPENED.
           EXEC SQL
               DECLARE NTFPND-CUR CURSOR FOR
               SELECT N.CUSTOMER_ID, N.EVENT_TYPE, N.ORDER_ID,
                      N.EVENT_DETAIL, N.EVENT_DATE, N.EVENT_TIME,
                      C.EMAIL_ADDRESS, C.CONTACT, C.NOTIFY_OPT_OUT
               FROM NOTIFY_OUTBOX1 N, CUSTOMER1 C
               WHERE C.CUSTOMER_ID = N.CUSTOMER_ID
                 AND N.NOTIFY_STATUS = 'PENDING'
               ORDER BY N.EVENT_DATE, N.EVENT_TIME, N.CUSTOMER_ID
           END-EXEC
           EXEC SQL
               OPEN NTFPND-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-FETCH-PARA.
           EXEC SQL
               FETCH NTFPND-CUR
               INTO :DCLNOTIFY-OUTBOX.CUSTOMER-ID,
                    :EVENT-TYPE,
                    :DCLNOTIFY-OUTBOX.ORDER-ID,
                    :EVENT-DETAIL,
                    :EVENT-DATE,
                    :EVENT-TIME,
                    :EMAIL-ADDRESS,
                    :CONTACT,
                    :NOTIFY-OPT-OUT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       2100-READ-BOUNCE-PARA.
           READ NTFBNC-FILE
           IF WS-FILE-STATUS = '10'
              MOVE 'Y' TO WS-BNC-EOF-SW
           ELSE
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR READING NTFBNC FILE, STATUS= '
                         WS-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       3000-WORK-NOTIFY-PARA.
           MOVE SPACES TO WS-CUR-ORDER
           IF ORDER-ID-LEN OF DCLNOTIFY-OUTBOX > 0
              MOVE ORDER-ID-TEXT OF DCLNOTIFY-OUTBOX
                      (1:ORDER-ID-LEN OF DCLNOTIFY-OUTBOX)
                   TO WS-CUR-ORDER
           END-IF
      *    THE OPT-OUT IS CHECKED NOW, NOT WHEN THE EVENT WAS PARKED,
      *    SO A CUSTOMER WHO OPTS OUT TODAY GETS NOTHING MORE TONIGHT.
           IF NOTIFY-OPT-OUT = 'Y'
              MOVE 'OPTOUT' TO WS-NEW-STATUS
              MOVE SPACES TO WS-MSG-REF
              MOVE SPACES TO WS-SEND-TO
              PERFORM 6000-MARK-ROW-PARA
              IF WS-ROW-DONE
                 ADD 1 TO WS-OPTOUT-COUNT
              END-IF
           ELSE
              PERFORM 3200-FIND-ADDRESS-PARA
              IF WS-SEND-TO = SPACES
                 MOVE 'NOCONTCT' TO WS-NEW-STATUS
                 MOVE SPACES TO WS-MSG-REF
                 PERFORM 6000-MARK-ROW-PARA
                 IF WS-ROW-DONE
                    ADD 1 TO WS-NOCONT-COUNT
                    MOVE 'D' TO RPTW-ACTION
                    MOVE SPACES TO RPTW-LINE
                    PERFORM 6900-LISTING-KEY-PARA
                    MOVE 'NO E-MAIL ADDRESS ON ACCOUNT' TO
                         RPTW-LINE(44:28)
                    PERFORM 8100-CALL-WRITER-PARA
                 END-IF
              ELSE
                 PERFORM 3300-SEND-MESSAGE-PARA
              END-IF
           END-IF.
       3100-APPLY-BOUNCE-PARA.
      *    ONLY A 'SENT' ROW CAN BOUNCE - THE SAME GATEWAY FILE FED IN
      *    TWICE, OR A REFERENCE THAT IS NOT OURS, IS LISTED BUT
      *    CHANGES NOTHING.
           MOVE SPACES TO WS-BNC-REF
           MOVE SPACES TO WS-BNC-REASON
           UNSTRING NTFBNC-REC DELIMITED BY ','
               INTO WS-BNC-REF
                    WS-BNC-REASON
           END-UNSTRING
           MOVE WS-BNC-REF TO MESSAGE-REF
           EXEC SQL
               SELECT CUSTOMER_ID, EVENT_TYPE, ORDER_ID
                INTO :DCLNOTIFY-OUTBOX.CUSTOMER-ID,
                     :EVENT-TYPE,
                     :DCLNOTIFY-OUTBOX.ORDER-ID
                FROM NOTIFY_OUTBOX1
                WHERE MESSAGE_REF = :MESSAGE-REF
                  AND NOTIFY_STATUS = 'SENT'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                     UPDATE NOTIFY_OUTBOX1
                        SET NOTIFY_STATUS = 'BOUNCED'
                      WHERE MESSAGE_REF = :MESSAGE-REF
                        AND NOTIFY_STATUS = 'SENT'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 9300-SQL-ERROR-PARA
                 END-IF
                 ADD 1 TO WS-BOUNCE-COUNT
                 MOVE SPACES TO WS-CUR-ORDER
                 IF ORDER-ID-LEN OF DCLNOTIFY-OUTBOX > 0
                    MOVE ORDER-ID-TEXT OF DCLNOTIFY-OUTBOX
                            (1:ORDER-ID-LEN OF DCLNOTIFY-OUTBOX)
                         TO WS-CUR-ORDER
                 END-IF
                 MOVE 'BOUNCED' TO WS-NEW-STATUS
                 MOVE WS-BNC-REF TO WS-MSG-REF
                 MOVE 'D' TO RPTW-ACTION
                 MOVE SPACES TO RPTW-LINE
                 PERFORM 6900-LISTING-KEY-PARA
                 MOVE WS-BNC-REASON TO RPTW-LINE(44:40)
                 PERFORM 8100-CALL-WRITER-PARA
              WHEN 100
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE 'D' TO RPTW-ACTION
                 MOVE SPACES TO RPTW-LINE
                 MOVE 'UNMATCHED' TO RPTW-LINE(24:9)
                 MOVE WS-BNC-REF TO RPTW-LINE(34:8)
                 MOVE WS-BNC-REASON TO RPTW-LINE(44:40)
                 PERFORM 8100-CALL-WRITER-PARA
              WHEN OTHER
                 PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       3200-FIND-ADDRESS-PARA.
           MOVE SPACES TO WS-SEND-TO
           IF EMAIL-ADDRESS NOT = SPACES
              MOVE EMAIL-ADDRESS TO WS-SEND-TO
           ELSE
              MOVE 0 TO WS-AT-COUNT
              MOVE 0 TO WS-DOT-COUNT
              INSPECT CONTACT TALLYING WS-AT-COUNT FOR ALL '@'
              INSPECT CONTACT TALLYING WS-DOT-COUNT FOR ALL '.'
              IF WS-AT-COUNT = 1 AND WS-DOT-COUNT > 0
                 MOVE CONTACT TO WS-SEND-TO
              END-IF
           END-IF.
       3300-SEND-MESSAGE-PARA.
      *    THE REFERENCE IS TAKEN AND THE ROW MARKED BEFORE THE
      *    MESSAGE IS WRITTEN, SO A ROW ALREADY MARKED BY AN EARLIER
      *    FETCH WITH THE SAME KEY IS NEVER SENT TWICE.
           PERFORM 3400-SET-MESSAGE-REF-PARA
           MOVE 'SENT' TO WS-NEW-STATUS
           PERFORM 6000-MARK-ROW-PARA
           IF WS-ROW-DONE
              PERFORM 3500-BUILD-TEXT-PARA
              MOVE SPACES TO NTFMSG-REC
              STRING 'MSG,' DELIMITED BY SIZE
                     WS-MSG-REF DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     CUSTOMER-ID-TEXT OF DCLNOTIFY-OUTBOX
                        (1:CUSTOMER-ID-LEN OF DCLNOTIFY-OUTBOX)
                        DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-SEND-TO DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     EVENT-TYPE DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-CUR-ORDER DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     EVENT-DATE DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-MSG-TEXT DELIMITED BY SIZE
                     INTO NTFMSG-REC
              WRITE NTFMSG-REC
              ADD 1 TO WS-SENT-COUNT
           END-IF.
       3400-SET-MESSAGE-REF-PARA.
      *    SAME SERIALIZED NUMBERING AS THE ORDER AND MEMO NUMBERS -
      *    THE UPDATE LOCKS THE 'NOTIFY' CONTROL ROW UNTIL COMMIT.
           MOVE 'NOTIFY' TO CONTROL-ID-TEXT
           MOVE LENGTH OF 'NOTIFY' TO CONTROL-ID-LEN
           EXEC SQL
               UPDATE ORDER_CONTROL
                  SET NEXT_ORDER_NUM = NEXT_ORDER_NUM + 1
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           EXEC SQL
               SELECT NEXT_ORDER_NUM INTO :NEXT-ORDER-NUM
                 FROM ORDER_CONTROL
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE NEXT-ORDER-NUM TO WS-MSG-NUM
           MOVE SPACES TO WS-MSG-REF
           STRING 'N' DELIMITED BY SIZE
                  WS-MSG-NUM DELIMITED BY SIZE
                  INTO WS-MSG-REF.
       3500-BUILD-TEXT-PARA.
           MOVE SPACES TO WS-MSG-TEXT
           EVALUATE EVENT-TYPE
              WHEN 'ORD'
                 STRING 'YOUR ORDER ' DELIMITED BY SIZE
                        WS-CUR-ORDER DELIMITED BY SPACE
                        ' HAS BEEN CONFIRMED' DELIMITED BY SIZE
                        INTO WS-MSG-TEXT
              WHEN 'HLD'
                 STRING 'YOUR ORDER ' DELIMITED BY SIZE
                        WS-CUR-ORDER DELIMITED BY SPACE
                        ' IS ON HOLD - PLEASE CALL OUR CREDIT DESK'
                           DELIMITED BY SIZE
                        INTO WS-MSG-TEXT
              WHEN 'SHP'
                 STRING 'YOUR ORDER ' DELIMITED BY SIZE
                        WS-CUR-ORDER DELIMITED BY SPACE
                        ' HAS SHIPPED - ' DELIMITED BY SIZE
                        EVENT-DETAIL-TEXT(1:EVENT-DETAIL-LEN)
                           DELIMITED BY SIZE
                        INTO WS-MSG-TEXT
              WHEN 'POD'
                 STRING 'YOUR ORDER ' DELIMITED BY SIZE
                        WS-CUR-ORDER DELIMITED BY SPACE
                        ' WAS DELIVERED - SIGNED FOR BY '
                           DELIMITED BY SIZE
                        EVENT-DETAIL-TEXT(1:EVENT-DETAIL-LEN)
                           DELIMITED BY SIZE
                        INTO WS-MSG-TEXT
              WHEN 'DUN'
                 STRING 'YOUR ACCOUNT IS OVERDUE - '
                           DELIMITED BY SIZE
                        EVENT-DETAIL-TEXT(1:EVENT-DETAIL-LEN)
                           DELIMITED BY SIZE
                        INTO WS-MSG-TEXT
              WHEN OTHER
                 MOVE EVENT-DETAIL-TEXT(1:EVENT-DETAIL-LEN)
                      TO WS-MSG-TEXT
           END-EVALUATE.
       6000-MARK-ROW-PARA.
      *    BY THE ROW'S FULL KEY. NO ROW MEANS AN EARLIER FETCH WITH
      *    THE SAME KEY ALREADY MARKED IT THIS RUN.
           MOVE WS-NEW-STATUS TO NOTIFY-STATUS
           MOVE WS-MSG-REF TO MESSAGE-REF
           MOVE WS-RUN-DATE TO SENT-DATE
           MOVE WS-SEND-TO TO SENT-TO
           MOVE 'Y' TO WS-ROW-DONE-SW
           EXEC SQL
               UPDATE NOTIFY_OUTBOX1
                  SET NOTIFY_STATUS = :NOTIFY-STATUS,
                      MESSAGE_REF = :MESSAGE-REF,
                      SENT_DATE = :SENT-DATE,
                      SENT_TO = :SENT-TO
                WHERE CUSTOMER_ID = :DCLNOTIFY-OUTBOX.CUSTOMER-ID
                  AND EVENT_TYPE = :EVENT-TYPE
                  AND ORDER_ID = :DCLNOTIFY-OUTBOX.ORDER-ID
                  AND EVENT_DATE = :EVENT-DATE
                  AND EVENT_TIME = :EVENT-TIME
                  AND NOTIFY_STATUS = 'PENDING'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO WS-ROW-DONE-SW
              WHEN OTHER
                 PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       6900-LISTING-KEY-PARA.
           MOVE CUSTOMER-ID-TEXT OF DCLNOTIFY-OUTBOX TO RPTW-LINE(1:6)
           MOVE EVENT-TYPE TO RPTW-LINE(9:3)
           MOVE WS-CUR-ORDER TO RPTW-LINE(16:6)
           MOVE WS-NEW-STATUS TO RPTW-LINE(24:8)
           MOVE WS-MSG-REF TO RPTW-LINE(34:8).
       9300-SQL-ERROR-PARA.
      *    A MESSAGE WRITTEN BUT NOT MARKED WOULD GO OUT TWICE - UNDO
      *    THE RUN AND STOP SO THE FILE IS NOT HANDED TO THE GATEWAY.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'A20PGM96 SQL ERROR '
                   CUSTOMER-ID-TEXT OF DCLNOTIFY-OUTBOX ' '
                   EVENT-TYPE ' ' WS-CUR-ORDER
                   ' SQLCODE= ' WS-SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       4000-CLOSE-CURSOR-PARA.
           EXEC SQL
               CLOSE NTFPND-CUR
           END-EXEC.
       8100-CALL-WRITER-PARA.
           CALL 'A20PGM41' USING RPTW-REQUEST.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    'OPEN' ROW ALREADY OUT THERE MEANS THE SAME JOB IS STILL
      *    RUNNING (OR DIED) IN THIS WINDOW - REFUSE THE SECOND START.
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM96' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM96' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM96 ALREADY RUNNING THIS WINDOW'
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
      *    COMMITTED AT ONCE SO A ROLLBACK LATER IN THE RUN CANNOT
      *    UNDO THE OPEN ROW (AND ITS DOUBLE-START GUARD).
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM96' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM96 HELD - WAITING ON ' GATR-WAIT-JOB
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
