       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM88.
      *ABC CLASSIFICATION AND DAILY CYCLE-COUNT SHEET. A20PGM46
      *RECORDS A COUNT, BUT WHAT GOT COUNTED WAS GUESSWORK - THE FAST
      *SELLERS DRIFTED FOR MONTHS WHILE THE SLOW, EASY ONES GOT
      *COUNTED EVERY TIME. EACH NIGHT THIS JOB -
      *   - RANKS EVERY PRODUCT1 ITEM BY VALUE SOLD (SALES_AMT) OVER
      *     THE LAST TWELVE SALES_HISTORY PERIODS AND STORES THE
      *     CLASS ON PRODUCT1.ABC_CLASS - 'A' FOR THE ITEMS MAKING UP
      *     THE FIRST 80% OF THE VALUE, 'B' FOR THE NEXT 15%, 'C' FOR
      *     THE REST AND FOR ANYTHING THAT HAS NOT SOLD,
      *   - KEEPS ONE OPEN 'DUE' CYCLE_COUNT1 ROW PER PRODUCT PER
      *     STOCK_LOCATION1 SITE, DUE 30 DAYS ('A'), 91 DAYS ('B') OR
      *     182 DAYS ('C') AFTER THE LAST COUNT DONE. AN ITEM NEVER
      *     COUNTED IS SPREAD ACROSS ITS FIRST INTERVAL SO THE FIRST
      *     SHEETS ARE NOT FLOODED, AND AN ITEM WHOSE CLASS CHANGED
      *     HAS ITS OPEN ROW RE-DATED ON THE NEW INTERVAL,
      *   - PRINTS THE DAY'S COUNT SHEET, SITE BY SITE, OF EVERY
      *     'DUE' ROW WHOSE DATE HAS ARRIVED, WITH A BLANK COLUMN FOR
      *     THE COUNTER. THE SYSTEM FIGURE IS LEFT OFF ON PURPOSE SO
      *     THE SHEET IS COUNTED, NOT COPIED.
      *THE COUNT IS KEYED ON A20PGM46, WHICH MARKS THE ROW 'DONE';
      *A20PGM89 LISTS THE ROWS LEFT UNDONE. A SCHEDULE ROW THAT
      *COULD NOT BE WRITTEN IS LISTED AND ENDS THE JOB RC=4. PRINTED
      *THROUGH THE A20PGM41 REPORT WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE PROD1
           END-EXEC.
           EXEC SQL
             INCLUDE CYCCNT1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-SQLCODE           PIC -9(04).
       77 WS-DATE-INT          PIC 9(08) USAGE COMP.
       77 WS-DATE-NUM          PIC 9(08).
       77 WS-INTERVAL          PIC S9(4) USAGE COMP.
       77 WS-NEW-SEQ           PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-FROM-PERIOD       PIC X(07).
       01 WS-FROM-YEAR         PIC 9(04).
       01 WS-FROM-MONTH        PIC 9(02).
       01 WS-PROD-VALUE        PIC S9(11)V9(2) USAGE COMP-3.
       01 WS-TOTAL-VALUE       PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-CUM-VALUE         PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-NEW-CLASS         PIC X(01).
       01 WS-CLASS-A-COUNT     PIC 9(07) VALUE 0.
       01 WS-CLASS-B-COUNT     PIC 9(07) VALUE 0.
       01 WS-CLASS-C-COUNT     PIC 9(07) VALUE 0.
       01 WS-LAST-COUNTED      PIC X(10).
       01 WS-OPEN-CLASS        PIC X(01).
       01 WS-OPEN-DUE          PIC X(10).
       01 WS-NEXT-DUE          PIC X(10).
       01 WS-CALC-DATE         PIC X(10).
       01 WS-ADD-DAYS          PIC S9(4) USAGE COMP.
       01 WS-SCHED-COUNT       PIC 9(07) VALUE 0.
       01 WS-REDATE-COUNT      PIC 9(07) VALUE 0.
       01 WS-ERROR-COUNT       PIC 9(07) VALUE 0.
       01 WS-SHEET-COUNT       PIC 9(07) VALUE 0.
       01 WS-SITE-COUNT        PIC 9(05) VALUE 0.
       01 WS-CUR-SITE          PIC X(04).
       01 WS-COUNT-DISP        PIC ZZZZZZ9.
       01 WS-SITE-DISP         PIC ZZZZ9.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-FIRST-SW          PIC X VALUE 'Y'.
          88 WS-FIRST-SITE          VALUE 'Y'.
       01 WS-EOF-SW            PIC X.
          88 WS-EOF                 VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'DAILY CYCLE-COUNT SHEET' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'SITE' TO RPTW-LINE(1:4)
           MOVE 'PRODUCT' TO RPTW-LINE(7:7)
           MOVE 'NAME' TO RPTW-LINE(15:4)
           MOVE 'CL' TO RPTW-LINE(36:2)
           MOVE 'DUE DATE' TO RPTW-LINE(40:8)
           MOVE 'COUNTED QTY' TO RPTW-LINE(53:11)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 1000-CLASSIFY-PARA
           PERFORM 2000-SCHEDULE-PARA
           PERFORM 3000-PRINT-SHEET-PARA
           MOVE 'T' TO RPTW-ACTION
           MOVE WS-SHEET-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'ITEMS TO COUNT TODAY:    ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-CLASS-A-COUNT TO WS-COUNT-DISP
           DISPLAY 'PRODUCTS CLASSED A:      ' WS-COUNT-DISP
           MOVE WS-CLASS-B-COUNT TO WS-COUNT-DISP
           DISPLAY 'PRODUCTS CLASSED B:      ' WS-COUNT-DISP
           MOVE WS-CLASS-C-COUNT TO WS-COUNT-DISP
           DISPLAY 'PRODUCTS CLASSED C:      ' WS-COUNT-DISP
           MOVE WS-SCHED-COUNT TO WS-COUNT-DISP
           DISPLAY 'COUNTS SCHEDULED:        ' WS-COUNT-DISP
           MOVE WS-REDATE-COUNT TO WS-COUNT-DISP
           DISPLAY 'COUNTS RE-DATED:         ' WS-COUNT-DISP
           MOVE WS-SHEET-COUNT TO WS-COUNT-DISP
           DISPLAY 'ITEMS ON TODAY''S SHEET:  ' WS-COUNT-DISP
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISP
           DISPLAY 'SCHEDULE ERRORS:         ' WS-COUNT-DISP
           COMPUTE WS-LOG-IN-COUNT = WS-CLASS-A-COUNT +
                   WS-CLASS-B-COUNT + WS-CLASS-C-COUNT
           MOVE WS-ERROR-COUNT TO WS-LOG-WARN-COUNT
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-CLASSIFY-PARA.
      *    THE WINDOW IS THE TWELVE PERIODS ENDING WITH THIS MONTH -
      *    FROM THE SAME MONTH-NUMBER PLUS ONE, A YEAR BACK.
           MOVE WS-RUN-DATE(1:4) TO WS-FROM-YEAR
           MOVE WS-RUN-DATE(6:2) TO WS-FROM-MONTH
           IF WS-FROM-MONTH = 12
              MOVE 1 TO WS-FROM-MONTH
           ELSE
              SUBTRACT 1 FROM WS-FROM-YEAR
              ADD 1 TO WS-FROM-MONTH
           END-IF
           STRING WS-FROM-YEAR '-' WS-FROM-MONTH
                  DELIMITED BY SIZE INTO WS-FROM-PERIOD
      *    ONLY PRODUCTS THAT SOLD NET POSITIVE SHARE OUT THE VALUE -
      *    ONE SWAMPED BY RETURNS MUST NOT SHRINK EVERYONE ELSE'S CUT.
           EXEC SQL
               SELECT COALESCE(SUM(T.PROD_VALUE), 0)
                INTO :WS-TOTAL-VALUE
                FROM (SELECT SUM(SALES_AMT) AS PROD_VALUE
                        FROM SALES_HISTORY
                       WHERE PERIOD >= :WS-FROM-PERIOD
                       GROUP BY PRODUCT_CODE) AS T
                WHERE T.PROD_VALUE > 0
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR TOTALLING SALES, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-CUM-VALUE
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE ABCVAL-CUR CURSOR FOR
               SELECT P.PRODUCT_CODE,
                      COALESCE(SUM(S.SALES_AMT), 0)
               FROM PRODUCT1 P
                    LEFT OUTER JOIN SALES_HISTORY S
                      ON S.PRODUCT_CODE = P.PRODUCT_CODE
                     AND S.PERIOD >= :WS-FROM-PERIOD
               GROUP BY P.PRODUCT_CODE
               ORDER BY 2 DESC, 1
           END-EXEC
           EXEC SQL
               OPEN ABCVAL-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH ABCVAL-CUR
                  INTO :DCLPRODUCT1.PRODUCT-CODE,
                       :WS-PROD-VALUE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 1100-SET-CLASS-PARA
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE ABCVAL-CUR
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC.
       1100-SET-CLASS-PARA.
      *    THE CLASS GOES BY WHERE THE ITEM STARTS IN THE RUNNING
      *    TOTAL, SO THE ITEM THAT CROSSES THE 80% LINE IS STILL 'A'.
           IF WS-PROD-VALUE NOT > 0 OR WS-TOTAL-VALUE = 0
              MOVE 'C' TO WS-NEW-CLASS
           ELSE
              EVALUATE TRUE
                 WHEN WS-CUM-VALUE * 100 < WS-TOTAL-VALUE * 80
                    MOVE 'A' TO WS-NEW-CLASS
                 WHEN WS-CUM-VALUE * 100 < WS-TOTAL-VALUE * 95
                    MOVE 'B' TO WS-NEW-CLASS
                 WHEN OTHER
                    MOVE 'C' TO WS-NEW-CLASS
              END-EVALUATE
              ADD WS-PROD-VALUE TO WS-CUM-VALUE
           END-IF
           EVALUATE WS-NEW-CLASS
              WHEN 'A'
                 ADD 1 TO WS-CLASS-A-COUNT
              WHEN 'B'
                 ADD 1 TO WS-CLASS-B-COUNT
              WHEN OTHER
                 ADD 1 TO WS-CLASS-C-COUNT
           END-EVALUATE
           EXEC SQL
               UPDATE PRODUCT1
                  SET ABC_CLASS = :WS-NEW-CLASS
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'CLASS NOT STORED '
                      PRODUCT-CODE-TEXT OF DCLPRODUCT1
                      ' SQLCODE= ' WS-SQLCODE
           END-IF.
       2000-SCHEDULE-PARA.
      *    A DISCONTINUED ITEM WITH NOTHING LEFT AT A SITE HAS
      *    NOTHING TO COUNT THERE. KITS HAVE NO SITE ROWS, SO ONLY
      *    THEIR COMPONENTS ARE EVER SCHEDULED.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE CYCSCH-CUR CURSOR FOR
               SELECT L.PRODUCT_CODE, L.LOCATION_ID, P.ABC_CLASS
               FROM STOCK_LOCATION1 L, PRODUCT1 P
               WHERE P.PRODUCT_CODE = L.PRODUCT_CODE
                 AND NOT (P.PROD_STATUS = 'DISCONTINUED'
                          AND L.LOC_QTY = 0)
               ORDER BY L.LOCATION_ID, L.PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN CYCSCH-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH CYCSCH-CUR
                  INTO :DCLCYCLE-COUNT.PRODUCT-CODE,
                       :DCLCYCLE-COUNT.LOCATION-ID,
                       :ABC-CLASS
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 2100-SCHEDULE-ITEM-PARA
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CYCSCH-CUR
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC.
       2100-SCHEDULE-ITEM-PARA.
           IF ABC-CLASS = 'A' OR ABC-CLASS = 'B'
              MOVE ABC-CLASS TO COUNT-CLASS
           ELSE
              MOVE 'C' TO COUNT-CLASS
           END-IF
           EVALUATE COUNT-CLASS
              WHEN 'A'
                 MOVE 30 TO WS-INTERVAL
              WHEN 'B'
                 MOVE 91 TO WS-INTERVAL
              WHEN OTHER
                 MOVE 182 TO WS-INTERVAL
           END-EVALUATE
           EXEC SQL
               SELECT COALESCE(MAX(COUNTED_DATE), ' ')
                INTO :WS-LAST-COUNTED
                FROM CYCLE_COUNT1
                WHERE PRODUCT_CODE = :DCLCYCLE-COUNT.PRODUCT-CODE
                  AND LOCATION_ID = :DCLCYCLE-COUNT.LOCATION-ID
                  AND COUNT_STATUS = 'DONE'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-LAST-COUNTED
           END-IF
           EXEC SQL
               SELECT COUNT_CLASS, COUNT_DUE_DATE
                INTO :WS-OPEN-CLASS, :WS-OPEN-DUE
                FROM CYCLE_COUNT1
                WHERE PRODUCT_CODE = :DCLCYCLE-COUNT.PRODUCT-CODE
                  AND LOCATION_ID = :DCLCYCLE-COUNT.LOCATION-ID
                  AND COUNT_STATUS = 'DUE'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-OPEN-CLASS NOT = COUNT-CLASS
                    PERFORM 2200-NEXT-DUE-PARA
      *             A NEVER-COUNTED ITEM KEEPS ITS EARLIER SPREAD
      *             DATE - RE-SPREADING COULD ONLY PUSH IT BACK.
                    IF WS-LAST-COUNTED = SPACES AND
                       WS-OPEN-DUE < WS-NEXT-DUE
                       MOVE WS-OPEN-DUE TO WS-NEXT-DUE
                    END-IF
                    PERFORM 2400-REDATE-COUNT-PARA
                 END-IF
              WHEN 100
                 PERFORM 2200-NEXT-DUE-PARA
                 PERFORM 2300-INSERT-COUNT-PARA
              WHEN OTHER
                 PERFORM 2900-SCHEDULE-ERROR-PARA
           END-EVALUATE.
       2200-NEXT-DUE-PARA.
      *    NEXT DUE = LAST COUNT + INTERVAL, BUT NEVER BEFORE TODAY -
      *    A ROW BORN OVERDUE WOULD BE REPORTED MISSED BEFORE IT HAD
      *    EVER BEEN ON A SHEET. NEVER COUNTED = TODAY PLUS A SPREAD
      *    THROUGH THE FIRST INTERVAL.
           IF WS-LAST-COUNTED = SPACES
              ADD 1 TO WS-NEW-SEQ
              MOVE WS-RUN-DATE TO WS-CALC-DATE
              COMPUTE WS-ADD-DAYS =
                      FUNCTION MOD(WS-NEW-SEQ, WS-INTERVAL)
              PERFORM 7000-ADD-DAYS-PARA
           ELSE
              MOVE WS-LAST-COUNTED TO WS-CALC-DATE
              MOVE WS-INTERVAL TO WS-ADD-DAYS
              PERFORM 7000-ADD-DAYS-PARA
              IF WS-CALC-DATE < WS-RUN-DATE
                 MOVE WS-RUN-DATE TO WS-CALC-DATE
              END-IF
           END-IF
           MOVE WS-CALC-DATE TO WS-NEXT-DUE.
       2300-INSERT-COUNT-PARA.
           MOVE WS-NEXT-DUE TO COUNT-DUE-DATE
           MOVE 'DUE' TO COUNT-STATUS
           MOVE SPACES TO COUNTED-DATE
           MOVE SPACES TO COUNTED-BY
           EXEC SQL
               INSERT INTO CYCLE_COUNT1 VALUES(
                      :DCLCYCLE-COUNT.PRODUCT-CODE,
                      :DCLCYCLE-COUNT.LOCATION-ID,
                      :COUNT-CLASS,
                      :COUNT-DUE-DATE,
                      :COUNT-STATUS,
                      :COUNTED-DATE,
                      :COUNTED-BY)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2900-SCHEDULE-ERROR-PARA
           ELSE
              ADD 1 TO WS-SCHED-COUNT
           END-IF.
       2400-REDATE-COUNT-PARA.
           MOVE WS-NEXT-DUE TO COUNT-DUE-DATE
           EXEC SQL
               UPDATE CYCLE_COUNT1
                  SET COUNT_CLASS = :COUNT-CLASS,
                      COUNT_DUE_DATE = :COUNT-DUE-DATE
                WHERE PRODUCT_CODE = :DCLCYCLE-COUNT.PRODUCT-CODE
                  AND LOCATION_ID = :DCLCYCLE-COUNT.LOCATION-ID
                  AND COUNT_STATUS = 'DUE'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2900-SCHEDULE-ERROR-PARA
           ELSE
              ADD 1 TO WS-REDATE-COUNT
           END-IF.
       2900-SCHEDULE-ERROR-PARA.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'COUNT NOT SCHEDULED '
                   PRODUCT-CODE-TEXT OF DCLCYCLE-COUNT ' '
                   LOCATION-ID-TEXT OF DCLCYCLE-COUNT
                   ' SQLCODE= ' WS-SQLCODE
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'COUNT NOT SCHEDULED ' DELIMITED BY SIZE
                  PRODUCT-CODE-TEXT OF DCLCYCLE-COUNT
                     (1:PRODUCT-CODE-LEN OF DCLCYCLE-COUNT)
                     DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  LOCATION-ID-TEXT OF DCLCYCLE-COUNT
                     (1:LOCATION-ID-LEN OF DCLCYCLE-COUNT)
                     DELIMITED BY SIZE
                  ' SQLCODE= ' DELIMITED BY SIZE
                  WS-SQLCODE DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       3000-PRINT-SHEET-PARA.
      *    EVERYTHING DUE UP TO TODAY - AN ITEM MISSED ON AN EARLIER
      *    SHEET STAYS ON UNTIL SOMEONE COUNTS IT.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
               DECLARE CYCSHT-CUR CURSOR FOR
               SELECT C.LOCATION_ID, C.PRODUCT_CODE, P.PRODUCT_NAME,
                      C.COUNT_CLASS, C.COUNT_DUE_DATE
               FROM CYCLE_COUNT1 C, PRODUCT1 P
               WHERE P.PRODUCT_CODE = C.PRODUCT_CODE
                 AND C.COUNT_STATUS = 'DUE'
                 AND C.COUNT_DUE_DATE <= :WS-RUN-DATE
               ORDER BY C.LOCATION_ID, C.COUNT_CLASS, C.PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN CYCSHT-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH CYCSHT-CUR
                  INTO :DCLCYCLE-COUNT.LOCATION-ID,
                       :DCLCYCLE-COUNT.PRODUCT-CODE,
                       :PRODUCT-NAME,
                       :COUNT-CLASS,
                       :COUNT-DUE-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    IF WS-FIRST-SITE OR
                       LOCATION-ID-TEXT OF DCLCYCLE-COUNT
                          NOT = WS-CUR-SITE
                       IF NOT WS-FIRST-SITE
                          PERFORM 3200-END-SITE-PARA
                       END-IF
                       MOVE 'N' TO WS-FIRST-SW
                       MOVE LOCATION-ID-TEXT OF DCLCYCLE-COUNT TO
                            WS-CUR-SITE
                       MOVE 0 TO WS-SITE-COUNT
                    END-IF
                    PERFORM 3100-PRINT-ITEM-PARA
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM
           IF NOT WS-FIRST-SITE
              PERFORM 3200-END-SITE-PARA
           END-IF
           EXEC SQL
               CLOSE CYCSHT-CUR
           END-EXEC.
       3100-PRINT-ITEM-PARA.
           ADD 1 TO WS-SHEET-COUNT
           ADD 1 TO WS-SITE-COUNT
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE LOCATION-ID-TEXT OF DCLCYCLE-COUNT TO RPTW-LINE(1:4)
           MOVE PRODUCT-CODE-TEXT OF DCLCYCLE-COUNT TO RPTW-LINE(7:6)
           MOVE PRODUCT-NAME-TEXT(1:PRODUCT-NAME-LEN) TO
                RPTW-LINE(15:20)
           MOVE COUNT-CLASS TO RPTW-LINE(36:1)
           MOVE COUNT-DUE-DATE TO RPTW-LINE(40:10)
           MOVE '__________' TO RPTW-LINE(53:10)
           IF COUNT-DUE-DATE < WS-RUN-DATE
              MOVE 'OVERDUE' TO RPTW-LINE(65:7)
           END-IF
           PERFORM 8100-CALL-WRITER-PARA.
       3200-END-SITE-PARA.
           MOVE WS-SITE-COUNT TO WS-SITE-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'SITE ' DELIMITED BY SIZE
                  WS-CUR-SITE DELIMITED BY SPACE
                  ' ITEMS TO COUNT: ' DELIMITED BY SIZE
                  WS-SITE-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       7000-ADD-DAYS-PARA.
      *    WS-CALC-DATE (YYYY-MM-DD) MOVED ON BY WS-ADD-DAYS DAYS.
           STRING WS-CALC-DATE(1:4) WS-CALC-DATE(6:2)
                  WS-CALC-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-ADD-DAYS
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-CALC-DATE.
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
           MOVE 'A20PGM88' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM88' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM88 ALREADY RUNNING THIS WINDOW'
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
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM88' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM88 HELD - WAITING ON ' GATR-WAIT-JOB
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
