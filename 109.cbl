       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PG109.
      *SALES TARGET MAINTENANCE FOR THE SALES MANAGER. ONE
      *SALES_TARGET1 ROW PER REP, PRODUCT CATEGORY AND MONTH SAYS WHAT
      *THE REP IS EXPECTED TO SELL; THE MONTHLY A20PG110 REPORT SETS
      *THE SALES_HISTORY ACTUALS AGAINST IT, SO THE SALES MEETING
      *WORKS OFF ONE SET OF FIGURES INSTEAD OF EVERYONE'S OWN
      *SPREADSHEET. THE REP MUST BE ON SALES_REP1 AND THE CATEGORY ON
      *AT LEAST ONE PRODUCT1 ROW - A TARGET AGAINST A MIS-KEYED
      *CATEGORY COULD NEVER BE MET. MANAGER ROLE ONLY, RE-CHECKED ON
      *ENTRY. EACH ADD OR OVERTYPE IS STAMPED WITH DATE AND OPERATOR.
      *ENTER = LOOK UP A TARGET.  PF1 = ADD/UPDATE.  PF2 = DELETE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
      *
           EXEC SQL
             INCLUDE SLSREP1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SLSTGT1
           END-EXEC.
      *
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
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-CALLER-ROLE   PIC X(01).
       77 WS-CAT-COUNT     PIC S9(9) COMP.
       77 WS-TARGET-AMT    PIC S9(9)V9(2) COMP-3.
       77 WS-AMT-DISP      PIC ZZZZZZZZ9.99.
       01 WS-PERIOD-CHK.
          05 WS-PER-YEAR   PIC X(04).
          05 WS-PER-SEP    PIC X(01).
          05 WS-PER-MONTH  PIC X(02).
       01 WS-PER-MONTH-NUM REDEFINES WS-PERIOD-CHK.
          05 FILLER        PIC X(05).
          05 WS-PER-MM     PIC 9(02).
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
          05 WS-REPID      PIC X(04).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA     PIC X(05).
            10 LK-DATE     PIC X(10).
            10 LK-TIME     PIC X(08).
            10 LK-REPID    PIC X(04).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              PERFORM 0100-CHECK-ROLE-PARA
              MOVE LOW-VALUES TO  TGTINO
              PERFORM 2000-SEND-PARA
              MOVE 'TGTM ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
              PERFORM 7777-KEY-CHECK-PARA
           END-IF.
      *
       0100-CHECK-ROLE-PARA.
      *    TARGETS ARE THE SALES MANAGER'S TO SET - RE-CHECK THE
      *    SIGNED-ON OPERATOR'S ROLE ON ENTRY AND ON EVERY KEY RATHER
      *    THAN TRUSTING THE MENU GATE ALONE.
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
              MOVE LOW-VALUES TO TGTINO
              MOVE 'MANAGER ROLE REQUIRED FOR SALES TARGETS' TO
                   TGTMSGO
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
                SEND MAP('TGTIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           PERFORM 0100-CHECK-ROLE-PARA
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-LOOKUP-TARGET-PARA
            WHEN DFHPF1
              PERFORM 3000-RECEIVE-PARA
              PERFORM 5000-APPLY-TARGET-PARA
            WHEN DFHPF2
              PERFORM 3000-RECEIVE-PARA
              PERFORM 6000-DELETE-TARGET-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  TGTINO
              MOVE 'YOU ARE LOGGED OUT' TO TGTMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              MOVE LOW-VALUES TO TGTINO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO TGTMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('TGTIN') MAPSET('A20MPS1')
           END-EXEC.
       3500-EDIT-KEYS-PARA.
           IF TGTREPI = SPACES OR LOW-VALUES
             MOVE 'REP ID IS REQUIRED' TO TGTMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF TGTCATI = SPACES OR LOW-VALUES
             MOVE 'PRODUCT CATEGORY IS REQUIRED' TO TGTMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF TGTPERI = SPACES OR LOW-VALUES
             MOVE 'MONTH IS REQUIRED (YYYY-MM)' TO TGTMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE TGTPERI TO WS-PERIOD-CHK
           IF WS-PER-YEAR NOT NUMERIC OR WS-PER-SEP NOT = '-'
              OR WS-PER-MONTH NOT NUMERIC
             MOVE 'MONTH MUST BE YYYY-MM' TO TGTMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
             MOVE 'MONTH MUST BE 01 TO 12' TO TGTMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    THE CATEGORY IS COMPARED WITH PRODUCT1 AND SALES_HISTORY AS
      *    KEYED - TRAILING LOW-VALUES FROM A SHORT ENTRY BECOME SPACES.
           INSPECT TGTCATI REPLACING ALL LOW-VALUES BY SPACES
           MOVE TGTREPI TO REP-ID OF DCLSALES-TARGET
           MOVE TGTCATI TO PRODUCT-CATEGORY-TEXT OF DCLSALES-TARGET
           MOVE ZERO TO PRODUCT-CATEGORY-LEN OF DCLSALES-TARGET
           INSPECT TGTCATI TALLYING
                   PRODUCT-CATEGORY-LEN OF DCLSALES-TARGET
                   FOR CHARACTERS BEFORE INITIAL '  '
           MOVE WS-PERIOD-CHK TO PERIOD OF DCLSALES-TARGET.
       4000-LOOKUP-TARGET-PARA.
           PERFORM 3500-EDIT-KEYS-PARA
           EXEC SQL
               SELECT TARGET_AMT, CHANGED_DATE, CHANGED_BY
                INTO :DCLSALES-TARGET.TARGET-AMT,
                     :DCLSALES-TARGET.CHANGED-DATE,
                     :DCLSALES-TARGET.CHANGED-BY
                FROM SALES_TARGET1
                WHERE REP_ID = :DCLSALES-TARGET.REP-ID
                  AND PRODUCT_CATEGORY =
                      :DCLSALES-TARGET.PRODUCT-CATEGORY
                  AND PERIOD = :DCLSALES-TARGET.PERIOD
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE TARGET-AMT TO WS-AMT-DISP
                MOVE WS-AMT-DISP TO TGTAMTO
                STRING 'FOUND - LAST CHANGED ' DELIMITED BY SIZE
                       CHANGED-DATE    DELIMITED BY SIZE
                       ' '             DELIMITED BY SIZE
                       CHANGED-BY      DELIMITED BY SPACE
                       INTO TGTMSGO
             WHEN 100
                MOVE 'NO TARGET - KEY THE AMOUNT AND PF1 TO ADD' TO
                     TGTMSGO
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'SQL ERROR '  DELIMITED BY SIZE
                       WS-SQLCODE    DELIMITED BY SIZE
                       INTO TGTMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5000-APPLY-TARGET-PARA.
      *    ADD OR UPDATE IN ONE KEY - TRY THE UPDATE FIRST AND INSERT
      *    ON NOT-FOUND, SAME SHAPE AS THE A20PG104 CROSS-REFERENCE.
           PERFORM 3500-EDIT-KEYS-PARA
           IF TGTAMTI = SPACES OR LOW-VALUES
             MOVE 'TARGET AMOUNT IS REQUIRED' TO TGTMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           COMPUTE WS-TARGET-AMT = FUNCTION NUMVAL-C(TGTAMTI)
      *    A ZERO TARGET WOULD MAKE THE PERCENT OF TARGET MEANINGLESS
      *    - A REP WITH NOTHING EXPECTED OF A CATEGORY HAS NO ROW.
           IF WS-TARGET-AMT <= 0
             MOVE 'TARGET MUST BE POSITIVE - PF2 TO REMOVE' TO TGTMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE TGTREPI TO REP-ID OF DCLSALES-REP
           EXEC SQL
               SELECT REP_ID
                INTO :DCLSALES-REP.REP-ID
                FROM SALES_REP1
                WHERE REP_ID = :DCLSALES-REP.REP-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'NO SUCH SALES REP' TO TGTMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE 0 TO WS-CAT-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-CAT-COUNT
                FROM PRODUCT1
                WHERE PRODUCT_CATEGORY =
                      :DCLSALES-TARGET.PRODUCT-CATEGORY
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CAT-COUNT = 0
              MOVE 'NO PRODUCTS IN THAT CATEGORY' TO TGTMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 1000-GET-DATE
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE WS-TARGET-AMT TO TARGET-AMT
           MOVE WS-DATE TO CHANGED-DATE
           MOVE WS-OPERATOR TO CHANGED-BY
           EXEC SQL
               UPDATE SALES_TARGET1
                  SET TARGET_AMT = :DCLSALES-TARGET.TARGET-AMT,
                      CHANGED_DATE = :DCLSALES-TARGET.CHANGED-DATE,
                      CHANGED_BY = :DCLSALES-TARGET.CHANGED-BY
                WHERE REP_ID = :DCLSALES-TARGET.REP-ID
                  AND PRODUCT_CATEGORY =
                      :DCLSALES-TARGET.PRODUCT-CATEGORY
                  AND PERIOD = :DCLSALES-TARGET.PERIOD
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE 'TARGET UPDATED' TO TGTMSGO
             WHEN 100
                EXEC SQL
                    INSERT INTO SALES_TARGET1 VALUES(
                           :DCLSALES-TARGET.REP-ID,
                           :DCLSALES-TARGET.PRODUCT-CATEGORY,
                           :DCLSALES-TARGET.PERIOD,
                           :DCLSALES-TARGET.TARGET-AMT,
                           :DCLSALES-TARGET.CHANGED-DATE,
                           :DCLSALES-TARGET.CHANGED-BY)
                END-EXEC
                IF SQLCODE = 0
                   MOVE 'TARGET ADDED' TO TGTMSGO
                ELSE
                   MOVE SQLCODE TO WS-SQLCODE
                   STRING 'INSERT ERROR' DELIMITED BY SIZE
                          WS-SQLCODE     DELIMITED BY SIZE
                          INTO TGTMSGO
                END-IF
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'UPDATE ERROR' DELIMITED BY SIZE
                       WS-SQLCODE     DELIMITED BY SIZE
                       INTO TGTMSGO
           END-EVALUATE
           MOVE WS-TARGET-AMT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO TGTAMTO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6000-DELETE-TARGET-PARA.
      *    A MONTH ALREADY REPORTED KEEPS ITS PRINTED FIGURES; A LATER
      *    RUN SIMPLY SEES NO TARGET FOR THE REP AND CATEGORY.
           PERFORM 3500-EDIT-KEYS-PARA
           EXEC SQL
               DELETE FROM SALES_TARGET1
                WHERE REP_ID = :DCLSALES-TARGET.REP-ID
                  AND PRODUCT_CATEGORY =
                      :DCLSALES-TARGET.PRODUCT-CATEGORY
                  AND PERIOD = :DCLSALES-TARGET.PERIOD
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE 'TARGET DELETED' TO TGTMSGO
             WHEN 100
                MOVE 'NO TARGET TO DELETE' TO TGTMSGO
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'DELETE ERROR' DELIMITED BY SIZE
                       WS-SQLCODE     DELIMITED BY SIZE
                       INTO TGTMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       8888-RETURN-TRANS-PARA.
           EXEC CICS
                RETURN
                TRANSID('A243')
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
       9999-RETURN-PARA.
           EXEC CICS
                RETURN
           END-EXEC.
