       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PG103.
      *AVAILABLE-TO-PROMISE INQUIRY. WHEN A CUSTOMER ASKS "CAN I HAVE
      *40 BY FRIDAY?" THE CLERK KEYS THE PRODUCT (AND A SITE, OR
      *BLANK FOR ALL SITES) AND SEES ON THE SHARED RPTLST MAP WHAT
      *IS ON HAND, WHAT CONFIRMED/PICKED ORDERS, CREDIT-HELD ORDERS
      *AND WAITING BACKORDERS ALREADY HAVE A CLAIM ON, AND THEN DAY
      *BY DAY FOR THREE WEEKS WHAT CAN BE PROMISED ONCE THE OPEN
      *PURCHASE ORDERS DUE IN ARE COUNTED ON THEIR EXPECTED DATES.
      *THE FIGURES COME FROM THE SHARED A20PG102 CALCULATOR, THE SAME
      *ONE PF9 ON THE A20PGM5 ORDER LINE SCREEN USES, SO A DATE
      *QUOTED HERE IS THE DATE QUOTED THERE.
      *ENTER = SHOW ATP.  PF5 = CLEAR.  PF4 = MENU.  PF3 = LOG OUT.
      *ANY KEY ON THE LIST RETURNS TO THE INQUIRY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
       COPY ATPREQ1.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-SQLCODE       PIC -9(04).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
      *    THE PRODUCT AND SITE LAST ASKED ABOUT, PUT BACK ON THE
      *    INQUIRY WHEN THE CLERK LEAVES THE LIST.
          05 WS-ATP-PROD   PIC X(06).
          05 WS-ATP-LOC    PIC X(04).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA     PIC X(05).
            10 LK-DATE     PIC X(10).
            10 LK-TIME     PIC X(08).
            10 LK-ATP-PROD PIC X(06).
            10 LK-ATP-LOC  PIC X(04).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO  ATPINO
              PERFORM 2000-SEND-PARA
              MOVE 'ATPQ ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
              IF WS-DATA = 'PICK '
                 MOVE LOW-VALUES TO ATPINO
                 MOVE WS-ATP-PROD TO ATPPRDO
                 MOVE WS-ATP-LOC TO ATPLOCO
                 PERFORM 2000-SEND-PARA
                 MOVE 'ATPQ ' TO WS-DATA
                 PERFORM 8888-RETURN-TRANS-PARA
              ELSE
                 PERFORM 7777-KEY-CHECK-PARA
              END-IF
           END-IF.
      *
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
                SEND MAP('ATPIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-SHOW-ATP-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  ATPINO
              MOVE 'YOU ARE LOGGED OUT' TO ATPMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              MOVE LOW-VALUES TO ATPINO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO ATPMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('ATPIN') MAPSET('A20MPS1')
           END-EXEC.
       4000-SHOW-ATP-PARA.
           IF ATPPRDI = SPACES OR LOW-VALUES
             MOVE 'PRODUCT CODE IS REQUIRED' TO ATPMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF ATPLOCI = LOW-VALUES
              MOVE SPACES TO ATPLOCI
           END-IF
           PERFORM 1000-GET-DATE
           MOVE ATPPRDI TO WS-ATP-PROD
           MOVE ATPLOCI TO WS-ATP-LOC
           MOVE WS-ATP-PROD TO ATPR-PRODUCT
           MOVE WS-ATP-LOC TO ATPR-LOCATION
           MOVE WS-DATE TO ATPR-FROM-DATE
           CALL 'A20PG102' USING ATPR-REQUEST
           EVALUATE ATPR-RESULT
             WHEN 'Y'
               CONTINUE
             WHEN 'N'
               IF WS-ATP-LOC = SPACES
                  MOVE 'PRODUCT NOT FOUND' TO ATPMSGO
               ELSE
                  MOVE 'PRODUCT NOT KEPT AT THAT SITE' TO ATPMSGO
               END-IF
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             WHEN 'K'
               MOVE 'KIT - ENQUIRE ON ITS COMPONENTS' TO ATPMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
               MOVE ATPR-SQLCODE TO WS-SQLCODE
               STRING 'SQL ERROR ' DELIMITED BY SIZE
                      WS-SQLCODE DELIMITED BY SIZE
                      INTO ATPMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
           MOVE ATPR-TITLE TO RPTTTLO
           MOVE ATPR-LINE(01) TO RPTL01O
           MOVE ATPR-LINE(02) TO RPTL02O
           MOVE ATPR-LINE(03) TO RPTL03O
           MOVE ATPR-LINE(04) TO RPTL04O
           MOVE ATPR-LINE(05) TO RPTL05O
           MOVE ATPR-LINE(06) TO RPTL06O
           MOVE ATPR-LINE(07) TO RPTL07O
           MOVE ATPR-LINE(08) TO RPTL08O
           MOVE ATPR-LINE(09) TO RPTL09O
           MOVE ATPR-LINE(10) TO RPTL10O
           MOVE 'ENTER TO RETURN' TO RPTMSGO
           EXEC CICS
               SEND MAP('RPTLST') MAPSET('A20MPS1') ERASE
           END-EXEC
           MOVE 'PICK ' TO WS-DATA
           PERFORM 8888-RETURN-TRANS-PARA.
       8888-RETURN-TRANS-PARA.
           EXEC CICS
                RETURN
                TRANSID('A240')
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
