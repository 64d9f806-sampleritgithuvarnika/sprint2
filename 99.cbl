       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PGM99.
      *MASTER CHANGE HISTORY INQUIRY. ENTER WITH A TYPE ('C'
      *CUSTOMER, THE DEFAULT, OR 'S' SUPPLIER) AND AN ACCOUNT SHOWS
      *THE ACCOUNT'S MASTER_CHANGE_LOG1 ROWS NEWEST FIRST ON THE
      *SHARED RPTLST MAP - WHEN, WHICH COLUMN, WHO, AND THE VALUE
      *BEFORE AND AFTER. A SENSITIVE COLUMN (CREDIT LIMIT, ADDRESS,
      *PRICE BAND, BANK ACCOUNT) IS MARKED '*'. PF8 ON THE LIST PAGES
      *BACK THROUGH OLDER CHANGES; ANY OTHER KEY RETURNS TO THE
      *INQUIRY. SUPERVISOR/MANAGER ROLE REQUIRED - THE HISTORY
      *CARRIES BANK DETAILS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
      *
           EXEC SQL
             INCLUDE MSTCHG1
           END-EXEC.
           EXEC SQL
             INCLUDE USR1
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
       77 WS-ROW-COUNT     PIC 9(02).
       77 WS-CHG-COUNT     PIC 9(02).
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       01 WS-LIST-LINE-TAB.
          05 WS-LIST-LINE OCCURS 10 TIMES PIC X(70).
       01 WS-CHG-EOF-SW    PIC X.
          88 WS-CHG-EOF         VALUE 'Y'.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
      *    THE ACCOUNT ON SHOW AND THE LAST CHANGE LISTED, SO PF8
      *    CAN CARRY ON FROM THERE.
          05 WS-MCH-TYPE   PIC X(01).
          05 WS-MCH-ID     PIC X(06).
          05 WS-LAST-DATE  PIC X(10).
          05 WS-LAST-TIME  PIC X(08).
          05 WS-LAST-FIELD PIC X(14).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA       PIC X(05).
            10 LK-DATE       PIC X(10).
            10 LK-TIME       PIC X(08).
            10 LK-MCH-TYPE   PIC X(01).
            10 LK-MCH-ID     PIC X(06).
            10 LK-LAST-DATE  PIC X(10).
            10 LK-LAST-TIME  PIC X(08).
            10 LK-LAST-FIELD PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              PERFORM 0100-CHECK-ROLE-PARA
              MOVE LOW-VALUES TO  MCHINO
              PERFORM 2000-SEND-PARA
              MOVE 'MCHG ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
              IF WS-DATA = 'PICK '
                 PERFORM 0100-CHECK-ROLE-PARA
                 IF EIBAID = DFHPF8
                    PERFORM 4100-LIST-PAGE-PARA
                 END-IF
                 MOVE LOW-VALUES TO MCHINO
                 PERFORM 2000-SEND-PARA
                 MOVE 'MCHG ' TO WS-DATA
                 PERFORM 8888-RETURN-TRANS-PARA
              ELSE
                 PERFORM 7777-KEY-CHECK-PARA
              END-IF
           END-IF.
      *
       0100-CHECK-ROLE-PARA.
      *    SAME ENTRY RE-CHECK AS A20PGM76.
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
              MOVE LOW-VALUES TO MCHINO
              MOVE 'SUPERVISOR ROLE REQUIRED' TO MCHMSGO
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
                SEND MAP('MCHIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           PERFORM 0100-CHECK-ROLE-PARA
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-SHOW-HISTORY-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  MCHINO
              MOVE 'YOU ARE LOGGED OUT' TO MCHMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              MOVE LOW-VALUES TO MCHINO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO MCHMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('MCHIN') MAPSET('A20MPS1')
           END-EXEC.
       4000-SHOW-HISTORY-PARA.
           IF MCHTYPI = SPACES OR LOW-VALUES
              MOVE 'C' TO MCHTYPI
           END-IF
           IF MCHTYPI NOT = 'C' AND MCHTYPI NOT = 'S'
             MOVE 'TYPE MUST BE C=CUSTOMER OR S=SUPPLIER'
                  TO MCHMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF MCHIDI = SPACES OR LOW-VALUES
             MOVE 'ACCOUNT ID IS REQUIRED' TO MCHMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE MCHTYPI TO WS-MCH-TYPE
           MOVE MCHIDI TO WS-MCH-ID
      *    THE FIRST PAGE STARTS ABOVE ANY REAL CHANGE DATE.
           MOVE '9999-12-31' TO WS-LAST-DATE
           MOVE SPACES TO WS-LAST-TIME
           MOVE SPACES TO WS-LAST-FIELD
           PERFORM 4100-LIST-PAGE-PARA.
       4100-LIST-PAGE-PARA.
      *    FIVE CHANGES A PAGE, TWO LINES EACH - WHEN/WHAT/WHO, THEN
      *    BEFORE -> AFTER. A SIXTH ROW ONLY TELLS US THERE IS MORE.
           MOVE WS-MCH-TYPE TO MASTER-TYPE
           MOVE WS-MCH-ID TO MASTER-ID-TEXT
           MOVE LENGTH OF WS-MCH-ID TO MASTER-ID-LEN
           MOVE SPACES TO WS-LIST-LINE-TAB
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-CHG-COUNT
           EXEC SQL
               DECLARE MCHLST-CUR CURSOR FOR
               SELECT CHANGE_DATE, CHANGE_TIME, FIELD_NAME,
                      OLD_VALUE, NEW_VALUE, SENSITIVE_FLAG,
                      CHANGED_BY
               FROM MASTER_CHANGE_LOG1
               WHERE MASTER_TYPE = :MASTER-TYPE
                 AND MASTER_ID = :MASTER-ID
                 AND (CHANGE_DATE < :WS-LAST-DATE
                      OR (CHANGE_DATE = :WS-LAST-DATE
                          AND CHANGE_TIME < :WS-LAST-TIME)
                      OR (CHANGE_DATE = :WS-LAST-DATE
                          AND CHANGE_TIME = :WS-LAST-TIME
                          AND FIELD_NAME > :WS-LAST-FIELD))
               ORDER BY CHANGE_DATE DESC, CHANGE_TIME DESC,
                        FIELD_NAME
           END-EXEC
           EXEC SQL
               OPEN MCHLST-CUR
           END-EXEC
           MOVE 'N' TO WS-CHG-EOF-SW
           PERFORM UNTIL WS-CHG-EOF OR WS-CHG-COUNT = 6
               EXEC SQL
                   FETCH MCHLST-CUR
                   INTO :CHANGE-DATE,
                        :CHANGE-TIME,
                        :FIELD-NAME,
                        :OLD-VALUE,
                        :NEW-VALUE,
                        :SENSITIVE-FLAG,
                        :CHANGED-BY
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE 'Y' TO WS-CHG-EOF-SW
               ELSE
                  ADD 1 TO WS-CHG-COUNT
                  IF WS-CHG-COUNT < 6
                     PERFORM 4200-FORMAT-CHANGE-PARA
                  END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE MCHLST-CUR
           END-EXEC
           IF WS-CHG-COUNT = 0
              IF WS-LAST-DATE = '9999-12-31'
                 MOVE 'NO CHANGES ON FILE FOR THAT ACCOUNT' TO MCHMSGO
              ELSE
                 MOVE 'NO OLDER CHANGES' TO MCHMSGO
              END-IF
              MOVE LOW-VALUES TO MCHINO
              PERFORM 2000-SEND-PARA
              MOVE 'MCHG ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE SPACES TO RPTTTLO
           STRING 'CHANGE HISTORY - ' DELIMITED BY SIZE
                  WS-MCH-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MCH-ID DELIMITED BY SIZE
                  ' (*=SENSITIVE)' DELIMITED BY SIZE
                  INTO RPTTTLO
           PERFORM 5900-MOVE-LIST-LINES-PARA
           IF WS-CHG-COUNT = 6
              MOVE 'PF8 OLDER CHANGES, ENTER TO RETURN' TO RPTMSGO
           ELSE
              MOVE 'END OF HISTORY - ENTER TO RETURN' TO RPTMSGO
           END-IF
           EXEC CICS
               SEND MAP('RPTLST') MAPSET('A20MPS1') ERASE
           END-EXEC
           MOVE 'PICK ' TO WS-DATA
           PERFORM 8888-RETURN-TRANS-PARA.
       4200-FORMAT-CHANGE-PARA.
           ADD 1 TO WS-ROW-COUNT
           STRING CHANGE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CHANGE-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FIELD-NAME DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  CHANGED-BY DELIMITED BY SIZE
                  INTO WS-LIST-LINE(WS-ROW-COUNT)
           IF SENSITIVE-FLAG = 'Y'
              MOVE '*' TO WS-LIST-LINE(WS-ROW-COUNT)(47:1)
           END-IF
           ADD 1 TO WS-ROW-COUNT
           STRING '   ' DELIMITED BY SIZE
                  OLD-VALUE-TEXT(1:30) DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  NEW-VALUE-TEXT(1:30) DELIMITED BY SIZE
                  INTO WS-LIST-LINE(WS-ROW-COUNT)
           MOVE CHANGE-DATE TO WS-LAST-DATE
           MOVE CHANGE-TIME TO WS-LAST-TIME
           MOVE FIELD-NAME TO WS-LAST-FIELD.
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
                TRANSID('A239')
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
