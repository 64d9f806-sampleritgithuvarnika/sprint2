       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PGM91.
      *REPLENISHMENT LIST CONFIRMATION. THE OVERNIGHT A20PGM90 RUN
      *PARKS A 'PENDING' TRANSFER_SUGGEST1 ROW FOR EVERY PRODUCT
      *WHOSE MAIN PICK FACE FELL BELOW ITS MINIMUM WHILE THE OVERFLOW
      *UNIT HELD STOCK, AND PRINTS IT AS THE MORNING TRANSFER LIST.
      *ONCE THE SHIFT HAS MOVED THE GOODS A SUPERVISOR CONFIRMS THE
      *WHOLE LIST HERE IN ONE PASS INSTEAD OF KEYING ONE A20PGM48
      *TRANSFER PER PRODUCT - EACH LINE MOVES ITS QUANTITY BETWEEN
      *THE STOCK_LOCATION1 SITES WITH THE SAME GUARD ON THE SOURCE
      *SIDE AS A20PGM48 AND WRITES THE PAIRED 'TRF' STOCK_MOVEMENT
      *ROWS. A LINE THE OVERFLOW CAN NO LONGER COVER IS MARKED
      *'SHORT' AND LEFT FOR A20PGM48.
      *ENTER = SHOW THE PENDING LIST (BLANK DATE = LATEST LIST).
      *PF1 = CONFIRM THE LIST. SUPERVISOR ROLE REQUIRED, SAME ENTRY
      *RE-CHECK AS A20PGM76.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
      *
           EXEC SQL
             INCLUDE TRFSUG1
           END-EXEC.
           EXEC SQL
             INCLUDE STKLOC1
           END-EXEC.
           EXEC SQL
             INCLUDE STKMV1
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
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-LIST-DATE     PIC X(10).
       77 WS-LINE-COUNT    PIC S9(5) COMP-3.
       77 WS-UNIT-COUNT    PIC S9(7) COMP-3.
       77 WS-MOVED-COUNT   PIC S9(5) COMP-3.
       77 WS-SHORT-COUNT   PIC S9(5) COMP-3.
       77 WS-LINE-DISP     PIC ZZZZ9.
       77 WS-UNIT-DISP     PIC ZZZZZZ9.
       77 WS-MOVED-DISP    PIC ZZZZ9.
       77 WS-SHORT-DISP    PIC ZZZZ9.
       01 WS-EOF-SW        PIC X.
          88 WS-EOF              VALUE 'Y'.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
          05 WS-PRODID     PIC X(06).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA     PIC X(05).
            10 LK-DATE     PIC X(10).
            10 LK-TIME     PIC X(08).
            10 LK-PRODID   PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              PERFORM 0100-CHECK-ROLE-PARA
              MOVE LOW-VALUES TO  RPLINO
              PERFORM 2000-SEND-PARA
              MOVE 'REPL ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
              PERFORM 7777-KEY-CHECK-PARA
           END-IF.
      *
       0100-CHECK-ROLE-PARA.
      *    CONFIRMING MOVES STOCK BETWEEN SITES FOR A WHOLE LIST AT
      *    ONCE - A SUPERVISOR DECISION, SAME ENTRY RE-CHECK AS
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
              MOVE LOW-VALUES TO RPLINO
              MOVE 'SUPERVISOR ROLE REQUIRED' TO RPLMSGO
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
                SEND MAP('RPLIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           PERFORM 0100-CHECK-ROLE-PARA
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-SHOW-LIST-PARA
            WHEN DFHPF1
              PERFORM 3000-RECEIVE-PARA
              PERFORM 5000-CONFIRM-LIST-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  RPLINO
              MOVE 'YOU ARE LOGGED OUT' TO RPLMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              MOVE LOW-VALUES TO RPLINO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO RPLMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('RPLIN') MAPSET('A20MPS1')
           END-EXEC.
       3500-GET-LIST-PARA.
      *    A BLANK DATE PICKS THE LATEST LIST STILL PENDING - THE
      *    NORMAL CASE, THE ONE PRINTED LAST NIGHT.
           IF RPLDATI = SPACES OR LOW-VALUES
              MOVE SPACES TO WS-LIST-DATE
              EXEC SQL
                  SELECT COALESCE(MAX(TRF_LIST_DATE), ' ')
                   INTO :WS-LIST-DATE
                   FROM TRANSFER_SUGGEST1
                   WHERE TRF_STATUS = 'PENDING'
              END-EXEC
           ELSE
              MOVE RPLDATI TO WS-LIST-DATE
           END-IF
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-UNIT-COUNT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(TRF_SUGGEST_QTY), 0)
                INTO :WS-LINE-COUNT, :WS-UNIT-COUNT
                FROM TRANSFER_SUGGEST1
                WHERE TRF_STATUS = 'PENDING'
                  AND TRF_LIST_DATE = :WS-LIST-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'SQL ERROR '  DELIMITED BY SIZE
                     WS-SQLCODE    DELIMITED BY SIZE
                     INTO RPLMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-LINE-COUNT = 0
              MOVE 'NO PENDING TRANSFER LIST' TO RPLMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       4000-SHOW-LIST-PARA.
           PERFORM 3500-GET-LIST-PARA
           MOVE WS-LIST-DATE TO RPLDATO
           MOVE WS-LINE-COUNT TO WS-LINE-DISP
           MOVE WS-LINE-DISP TO RPLLNSO
           MOVE WS-UNIT-COUNT TO WS-UNIT-DISP
           MOVE WS-UNIT-DISP TO RPLUNTO
           MOVE 'PF1 TO CONFIRM THE WHOLE LIST' TO RPLMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5000-CONFIRM-LIST-PARA.
           PERFORM 3500-GET-LIST-PARA
           PERFORM 1000-GET-DATE
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-SHORT-COUNT
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE RPLCNF-CUR CURSOR FOR
               SELECT PRODUCT_CODE, TRF_FROM_LOC, TRF_TO_LOC,
                      TRF_SUGGEST_QTY
               FROM TRANSFER_SUGGEST1
               WHERE TRF_STATUS = 'PENDING'
                 AND TRF_LIST_DATE = :WS-LIST-DATE
               ORDER BY PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN RPLCNF-CUR
           END-EXEC
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH RPLCNF-CUR
                  INTO :DCLTRANSFER-SUGGEST.PRODUCT-CODE,
                       :TRF-FROM-LOC,
                       :TRF-TO-LOC,
                       :TRF-SUGGEST-QTY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM 5100-MOVE-LINE-PARA
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE RPLCNF-CUR
           END-EXEC
           MOVE WS-MOVED-COUNT TO WS-MOVED-DISP
           MOVE WS-SHORT-COUNT TO WS-SHORT-DISP
           MOVE WS-LIST-DATE TO RPLDATO
           STRING 'MOVED ' DELIMITED BY SIZE
                  WS-MOVED-DISP DELIMITED BY SIZE
                  '  SHORT ' DELIMITED BY SIZE
                  WS-SHORT-DISP DELIMITED BY SIZE
                  INTO RPLMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5100-MOVE-LINE-PARA.
      *    SAME RULES AS A20PGM48 - GUARDED ON THE SOURCE SIDE SO A
      *    SITE CANNOT SHIP OUT MORE THAN IT HOLDS, THEN A 'TRF' ROW
      *    FOR EACH SIDE.
           MOVE PRODUCT-CODE OF DCLTRANSFER-SUGGEST TO
                PRODUCT-CODE OF DCLSTOCK-LOCATION
           MOVE TRF-FROM-LOC TO LOCATION-ID OF DCLSTOCK-LOCATION
           EXEC SQL
               UPDATE STOCK_LOCATION1
                  SET LOC_QTY = LOC_QTY - :TRF-SUGGEST-QTY
                WHERE PRODUCT_CODE = :DCLSTOCK-LOCATION.PRODUCT-CODE
                  AND LOCATION_ID = :DCLSTOCK-LOCATION.LOCATION-ID
                  AND LOC_QTY >= :TRF-SUGGEST-QTY
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-SHORT-COUNT
              MOVE 'SHORT' TO TRF-STATUS-TEXT
              MOVE LENGTH OF 'SHORT' TO TRF-STATUS-LEN
              PERFORM 5900-STAMP-LINE-PARA
           ELSE
              PERFORM 5500-ADD-TO-DEST-PARA
              MOVE TRF-FROM-LOC-TEXT TO LOC-ID OF DCLSTOCK-MOVEMENT
              COMPUTE QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT =
                      0 - TRF-SUGGEST-QTY
              PERFORM 6000-LOG-TRANSFER-SIDE-PARA
              MOVE TRF-TO-LOC-TEXT TO LOC-ID OF DCLSTOCK-MOVEMENT
              MOVE TRF-SUGGEST-QTY TO
                   QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT
              PERFORM 6000-LOG-TRANSFER-SIDE-PARA
              ADD 1 TO WS-MOVED-COUNT
              MOVE 'MOVED' TO TRF-STATUS-TEXT
              MOVE LENGTH OF 'MOVED' TO TRF-STATUS-LEN
              PERFORM 5900-STAMP-LINE-PARA
           END-IF.
       5500-ADD-TO-DEST-PARA.
           MOVE TRF-TO-LOC TO LOCATION-ID OF DCLSTOCK-LOCATION
           EXEC SQL
               UPDATE STOCK_LOCATION1
                  SET LOC_QTY = LOC_QTY + :TRF-SUGGEST-QTY
                WHERE PRODUCT_CODE = :DCLSTOCK-LOCATION.PRODUCT-CODE
                  AND LOCATION_ID = :DCLSTOCK-LOCATION.LOCATION-ID
           END-EXEC
           IF SQLCODE = 100
              MOVE TRF-SUGGEST-QTY TO LOC-QTY
              MOVE 0 TO MIN-QTY
              MOVE 0 TO MAX-QTY
              EXEC SQL
                  INSERT INTO STOCK_LOCATION1 VALUES(
                         :DCLSTOCK-LOCATION.PRODUCT-CODE,
                         :DCLSTOCK-LOCATION.LOCATION-ID,
                         :LOC-QTY,
                         :MIN-QTY,
                         :MAX-QTY)
              END-EXEC
           END-IF.
       5900-STAMP-LINE-PARA.
      *    GUARDED ON PENDING SO A DOUBLE-KEYED PF1 CANNOT MOVE THE
      *    SAME LINE TWICE.
           MOVE WS-DATE TO TRF-DONE-DATE
           MOVE WS-OPERATOR TO TRF-DONE-BY
           EXEC SQL
               UPDATE TRANSFER_SUGGEST1
                  SET TRF_STATUS = :TRF-STATUS,
                      TRF_DONE_DATE = :TRF-DONE-DATE,
                      TRF_DONE_BY = :TRF-DONE-BY
                WHERE PRODUCT_CODE =
                      :DCLTRANSFER-SUGGEST.PRODUCT-CODE
                  AND TRF_LIST_DATE = :WS-LIST-DATE
                  AND TRF_STATUS = 'PENDING'
           END-EXEC.
       6000-LOG-TRANSFER-SIDE-PARA.
           MOVE SPACES TO ORDER-ID-TEXT OF DCLSTOCK-MOVEMENT
           MOVE 0 TO ORDER-ID-LEN OF DCLSTOCK-MOVEMENT
           MOVE 0 TO LINE-NUM OF DCLSTOCK-MOVEMENT
           MOVE PRODUCT-CODE OF DCLSTOCK-LOCATION TO
                PRODUCT-CODE OF DCLSTOCK-MOVEMENT
           MOVE WS-DATE TO MOVEMENT-DATE OF DCLSTOCK-MOVEMENT
           MOVE WS-TIME TO MOVEMENT-TIME OF DCLSTOCK-MOVEMENT
           MOVE 'TRF' TO MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT
           MOVE WS-OPERATOR TO MOVED-BY OF DCLSTOCK-MOVEMENT
           MOVE SPACES TO REASON-CODE OF DCLSTOCK-MOVEMENT
           MOVE SPACES TO LOT-NUMBER OF DCLSTOCK-MOVEMENT
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT VALUES(
                      :DCLSTOCK-MOVEMENT.ORDER-ID,
                      :LINE-NUM OF DCLSTOCK-MOVEMENT,
                      :DCLSTOCK-MOVEMENT.PRODUCT-CODE,
                      :QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-DATE OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-TIME OF DCLSTOCK-MOVEMENT,
                      :MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT,
                      :MOVED-BY OF DCLSTOCK-MOVEMENT,
                      :REASON-CODE OF DCLSTOCK-MOVEMENT,
                      :LOC-ID OF DCLSTOCK-MOVEMENT,
                      :LOT-NUMBER OF DCLSTOCK-MOVEMENT)
           END-EXEC.
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
                TRANSID('A238')
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
