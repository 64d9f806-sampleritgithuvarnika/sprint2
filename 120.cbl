       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PG120.
      *BULK PRICE-CHANGE APPROVAL. SHOWS THE PRICE_ADJ_CONTROL ROW
      *WITH THE TOTALS OF ITS LAST A20PG119 SIMULATION - PRODUCTS
      *PRICED, HOW MANY WOULD FALL BELOW UNIT COST OR BELOW A LIVE
      *CONTRACT PRICE, AND TWELVE MONTHS' REVENUE AT THE OLD AND THE
      *NEW PRICE - FOR A MANAGER TO DECIDE AFTER READING THE PRINTED
      *SIMULATION. PF1 APPROVES IT AND A20PGM14 MAY THEN APPLY IT;
      *PF9 REJECTS IT AND A FRESH SIMULATION IS NEEDED BEFORE IT CAN
      *COME BACK - REFUSED WHILE AN A20PGM14 RUN THAT DIED PARTWAY IS
      *STILL OPEN, SINCE ITS RESTART NEEDS THE APPROVAL. NOTHING CAN
      *BE DECIDED UNTIL THE ROW HAS BEEN SIMULATED, OR ONCE ITS TERMS
      *HAVE BEEN CHANGED SINCE. MANAGER ROLE ONLY, RE-CHECKED ON
      *ENTRY, AND THE MANAGER WHO SET THE ROW UP MAY LOOK AT IT BUT
      *ANOTHER HAS TO DECIDE IT.
      *ENTER = REFRESH.  PF1 = APPROVE.  PF9 = REJECT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
      *
           EXEC SQL
             INCLUDE PRCADJ1
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
       77 WS-PCT-SHOW      PIC S9(5)V9(2) COMP-3.
       77 WS-PCT-DISP      PIC ZZZZ9.99-.
       77 WS-OPEN-RUNS     PIC S9(9) COMP.
       77 WS-AMT-DISP      PIC ZZZZZ9.99-.
       77 WS-COUNT-DISP    PIC ZZZZZZ9.
       77 WS-REV-DISP      PIC ZZZZZZZZZ9.99-.
       77 WS-SETTER        PIC X(08).
       01 WS-TERMS-SW      PIC X VALUE 'Y'.
          88 WS-TERMS-MATCH       VALUE 'Y'.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA     PIC X(05).
            10 LK-DATE     PIC X(10).
            10 LK-TIME     PIC X(08).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              PERFORM 0100-CHECK-ROLE-PARA
              MOVE 'PRAP ' TO WS-DATA
              PERFORM 4000-SHOW-CONTROL-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
              PERFORM 7777-KEY-CHECK-PARA
           END-IF.
      *
       0100-CHECK-ROLE-PARA.
      *    A BULK PRICE CHANGE IS A MANAGER DECISION - THE SAME ROLE
      *    A20PGM14 DEMANDS OF WHOEVER SET THE CONTROL ROW UP.
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
           IF WS-CALLER-ROLE NOT = 'M'
              MOVE LOW-VALUES TO PRAINO
              MOVE 'MANAGER ROLE REQUIRED FOR PRICE APPROVAL' TO
                   PRAMSGO
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
                SEND MAP('PRAIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           PERFORM 0100-CHECK-ROLE-PARA
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-SHOW-CONTROL-PARA
            WHEN DFHPF1
              PERFORM 3000-RECEIVE-PARA
              PERFORM 5000-APPROVE-PARA
            WHEN DFHPF9
              PERFORM 3000-RECEIVE-PARA
              PERFORM 6000-REJECT-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  PRAINO
              MOVE 'YOU ARE LOGGED OUT' TO PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              PERFORM 4000-SHOW-CONTROL-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('PRAIN') MAPSET('A20MPS1')
           END-EXEC.
       3500-GET-CONTROL-PARA.
      *    THE TEXT PARTS ARE CLEARED FIRST SO THE CATEGORY AND THE
      *    SIMULATED CATEGORY COMPARE WHOLE, WHATEVER THEIR LENGTHS.
           MOVE 'PRICEADJ' TO CONFIG-ID-TEXT OF DCLPRICE-ADJ-CONTROL
           MOVE LENGTH OF 'PRICEADJ' TO
                CONFIG-ID-LEN OF DCLPRICE-ADJ-CONTROL
           MOVE SPACES TO CATEGORY-TEXT OF DCLPRICE-ADJ-CONTROL
           MOVE SPACES TO SIM-CATEGORY-TEXT
           MOVE SPACES TO SET-BY-TEXT OF DCLPRICE-ADJ-CONTROL
           EXEC SQL
               SELECT CATEGORY, ADJUST_PCT, ADJUST_AMT, SET_BY,
                      SIM_DATE, SIM_CATEGORY, SIM_PCT, SIM_AMT,
                      SIM_PRODUCTS, SIM_BELOW_COST,
                      SIM_BELOW_CONTRACT, SIM_REV_OLD, SIM_REV_NEW,
                      APPROVED_BY, APPROVED_DATE
                INTO :CATEGORY OF DCLPRICE-ADJ-CONTROL,
                     :ADJUST-PCT OF DCLPRICE-ADJ-CONTROL,
                     :ADJUST-AMT OF DCLPRICE-ADJ-CONTROL,
                     :SET-BY OF DCLPRICE-ADJ-CONTROL,
                     :SIM-DATE, :SIM-CATEGORY, :SIM-PCT, :SIM-AMT,
                     :SIM-PRODUCTS, :SIM-BELOW-COST,
                     :SIM-BELOW-CONTRACT, :SIM-REV-OLD, :SIM-REV-NEW,
                     :APPROVED-BY, :APPROVED-DATE
                FROM PRICE_ADJ_CONTROL
                WHERE CONFIG_ID = :CONFIG-ID OF DCLPRICE-ADJ-CONTROL
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                MOVE LOW-VALUES TO PRAINO
                MOVE 'NO PRICE ADJUSTMENT SET UP' TO PRAMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
                MOVE LOW-VALUES TO PRAINO
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'SQL ERROR '  DELIMITED BY SIZE
                       WS-SQLCODE    DELIMITED BY SIZE
                       INTO PRAMSGO
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
           MOVE SPACES TO WS-SETTER
           MOVE SET-BY-TEXT OF DCLPRICE-ADJ-CONTROL
                (1:SET-BY-LEN OF DCLPRICE-ADJ-CONTROL) TO WS-SETTER
           MOVE 'Y' TO WS-TERMS-SW
           IF CATEGORY-TEXT OF DCLPRICE-ADJ-CONTROL NOT =
              SIM-CATEGORY-TEXT
              OR ADJUST-PCT OF DCLPRICE-ADJ-CONTROL NOT = SIM-PCT
              OR ADJUST-AMT OF DCLPRICE-ADJ-CONTROL NOT = SIM-AMT
              MOVE 'N' TO WS-TERMS-SW
           END-IF.
       3600-CHECK-READY-PARA.
      *    ONLY A SIMULATION OF THE ROW AS IT STANDS CAN BE DECIDED.
           IF SIM-DATE = SPACES
              MOVE 'NOT SIMULATED - RUN A20PG119 FIRST' TO PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF NOT WS-TERMS-MATCH
              MOVE 'ROW CHANGED SINCE SIMULATION - RERUN' TO PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       3700-CHECK-SETTER-PARA.
      *    SEGREGATION OF DUTIES - WHOEVER SET THE ROW UP MAY LOOK AT
      *    ITS SIMULATION BUT ANOTHER MANAGER HAS TO DECIDE IT.
           IF WS-OPERATOR NOT = SPACES
              AND WS-SETTER = WS-OPERATOR
              MOVE 'SET UP BY YOU - CANNOT DECIDE' TO PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       4000-SHOW-CONTROL-PARA.
           MOVE LOW-VALUES TO PRAINO
           PERFORM 3500-GET-CONTROL-PARA
           PERFORM 4100-FILL-SCREEN-PARA
           EVALUATE TRUE
             WHEN SIM-DATE = SPACES
                MOVE 'NOT SIMULATED - RUN A20PG119 FIRST' TO PRAMSGO
             WHEN NOT WS-TERMS-MATCH
                MOVE 'ROW CHANGED SINCE SIMULATION - RERUN' TO
                     PRAMSGO
             WHEN APPROVED-BY NOT = SPACES
                MOVE 'APPROVED - PF9 TO WITHDRAW' TO PRAMSGO
             WHEN OTHER
                MOVE 'PF1 APPROVE, PF9 REJECT' TO PRAMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       4100-FILL-SCREEN-PARA.
           MOVE CATEGORY-TEXT OF DCLPRICE-ADJ-CONTROL TO PRACATO
           COMPUTE WS-PCT-SHOW =
                   ADJUST-PCT OF DCLPRICE-ADJ-CONTROL * 100
           MOVE WS-PCT-SHOW TO WS-PCT-DISP
           MOVE WS-PCT-DISP TO PRAPCTO
           MOVE ADJUST-AMT OF DCLPRICE-ADJ-CONTROL TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO PRAAMTO
           MOVE WS-SETTER TO PRASETO
           MOVE SIM-DATE TO PRASIMO
           IF SIM-DATE NOT = SPACES
              MOVE SIM-PRODUCTS TO WS-COUNT-DISP
              MOVE WS-COUNT-DISP TO PRAPRDO
              MOVE SIM-BELOW-COST TO WS-COUNT-DISP
              MOVE WS-COUNT-DISP TO PRABLCO
              MOVE SIM-BELOW-CONTRACT TO WS-COUNT-DISP
              MOVE WS-COUNT-DISP TO PRABLKO
              MOVE SIM-REV-OLD TO WS-REV-DISP
              MOVE WS-REV-DISP TO PRAROLO
              MOVE SIM-REV-NEW TO WS-REV-DISP
              MOVE WS-REV-DISP TO PRARNWO
           END-IF
           MOVE APPROVED-BY TO PRAAPRO
           MOVE APPROVED-DATE TO PRAADTO.
       5000-APPROVE-PARA.
           MOVE LOW-VALUES TO PRAINO
           PERFORM 3500-GET-CONTROL-PARA
           PERFORM 4100-FILL-SCREEN-PARA
           PERFORM 3600-CHECK-READY-PARA
           PERFORM 3700-CHECK-SETTER-PARA
           IF APPROVED-BY NOT = SPACES
              MOVE 'ALREADY APPROVED' TO PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 1000-GET-DATE
      *    GUARDED ON THE SIMULATION SHOWN AND ON NO APPROVAL YET, SO
      *    A SIMULATION RERUN SINCE THE SCREEN WAS READ, OR A SECOND
      *    MANAGER GETTING THERE FIRST, IS NOT APPROVED UNSEEN.
           EXEC SQL
               UPDATE PRICE_ADJ_CONTROL
                  SET APPROVED_BY = :WS-OPERATOR,
                      APPROVED_DATE = :WS-DATE
                WHERE CONFIG_ID = :CONFIG-ID OF DCLPRICE-ADJ-CONTROL
                  AND SIM_DATE = :SIM-DATE
                  AND SIM_PRODUCTS = :SIM-PRODUCTS
                  AND SIM_REV_NEW = :SIM-REV-NEW
                  AND APPROVED_BY = ' '
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE WS-OPERATOR TO PRAAPRO
                MOVE WS-DATE TO PRAADTO
                MOVE 'APPROVED - A20PGM14 MAY NOW RUN' TO PRAMSGO
             WHEN 100
                MOVE 'CHANGED SINCE SHOWN - ENTER TO REFRESH' TO
                     PRAMSGO
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'UPDATE ERROR' DELIMITED BY SIZE
                       WS-SQLCODE     DELIMITED BY SIZE
                       INTO PRAMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6000-REJECT-PARA.
      *    A REJECTION CLEARS THE SIMULATION ITSELF - THE SAME TERMS
      *    CANNOT BE APPROVED LATER WITHOUT BEING SIMULATED AGAIN. AN
      *    APPROVAL NOT YET APPLIED IS WITHDRAWN THE SAME WAY.
           MOVE LOW-VALUES TO PRAINO
           PERFORM 3500-GET-CONTROL-PARA
           PERFORM 4100-FILL-SCREEN-PARA
           IF SIM-DATE = SPACES
              MOVE 'NOT SIMULATED - NOTHING TO REJECT' TO PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 3700-CHECK-SETTER-PARA
           PERFORM 6100-CHECK-OPEN-RUN-PARA
           EXEC SQL
               UPDATE PRICE_ADJ_CONTROL
                  SET SIM_DATE = ' ',
                      APPROVED_BY = ' ',
                      APPROVED_DATE = ' '
                WHERE CONFIG_ID = :CONFIG-ID OF DCLPRICE-ADJ-CONTROL
                  AND SIM_DATE = :SIM-DATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE SPACES TO PRASIMO
                MOVE SPACES TO PRAAPRO
                MOVE SPACES TO PRAADTO
                MOVE 'SIMULATION REJECTED - NOT TO BE APPLIED' TO
                     PRAMSGO
             WHEN 100
                MOVE 'CHANGED SINCE SHOWN - ENTER TO REFRESH' TO
                     PRAMSGO
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'UPDATE ERROR' DELIMITED BY SIZE
                       WS-SQLCODE     DELIMITED BY SIZE
                       INTO PRAMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6100-CHECK-OPEN-RUN-PARA.
      *    AN A20PGM14 RUN THAT DIED PARTWAY HAS ALREADY MOVED SOME
      *    PRICES AND CAN ONLY RESTART ON THIS APPROVAL, AND A20PG119
      *    WILL NOT SIMULATE AGAIN WHILE THAT RUN IS OPEN. REJECTING
      *    NOW WOULD LEAVE THE PRICES HALF-ADJUSTED WITH NO WAY ON -
      *    THE RESTART HAS TO FINISH FIRST.
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-OPEN-RUNS
                FROM BATCH_RUN_LOG
                WHERE JOB_NAME = 'A20PGM14'
                  AND RUN_STATUS = 'OPEN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'SELECT ERROR' DELIMITED BY SIZE
                     WS-SQLCODE     DELIMITED BY SIZE
                     INTO PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-OPEN-RUNS > 0
              MOVE 'A20PGM14 RESTART PENDING - CANNOT REJECT' TO
                   PRAMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
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
                TRANSID('A245')
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
