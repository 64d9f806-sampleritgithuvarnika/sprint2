       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG110.
      *MONTHLY SALES ACTUAL VS TARGET REPORT. FOR THE PRIOR MONTH AND
      *THE CALENDAR YEAR TO DATE, EVERY REP AND PRODUCT CATEGORY WITH
      *A SALES_TARGET1 ROW OR ANY SALES IS PRINTED WITH TARGET,
      *ACTUAL, VARIANCE (ACTUAL LESS TARGET) AND PERCENT OF TARGET.
      *ACTUALS ARE THE SALES_HISTORY ROWS A20PGM11 BUILDS; SALES
      *HISTORY IS KEPT BY CUSTOMER, SO EACH CUSTOMER'S MONTH IS
      *CREDITED TO THE REP STAMPED ON THAT CUSTOMER'S LIVE ORDERS
      *(ORDER1.REP_ID) IN THE SAME MONTH - THE SAME ATTRIBUTION THE
      *A20PGM80 COMMISSION RUN USES. HOUSE ACCOUNTS (BLANK REP) ARE
      *LEFT OFF. A SECOND SECTION RANKS THE REPS WITH A TARGET FOR
      *THE MONTH BY PERCENT OF TARGET AND FLAGS ANY REP BELOW
      *WS-FLAG-PCT PERCENT FOR WS-FLAG-MONTHS MONTHS RUNNING.
      *PRINTED THROUGH THE A20PGM41 REPORT WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SLSREP1
           END-EXEC.
           EXEC SQL
             INCLUDE SLSTGT1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
      *    FLAG RULE - BELOW THIS PERCENT OF TARGET FOR THIS MANY
      *    CONSECUTIVE MONTHS (ENDING WITH THE REPORT MONTH).
       77 WS-FLAG-PCT          PIC S9(3) COMP-3 VALUE 80.
       77 WS-FLAG-MONTHS       PIC S9(4) COMP VALUE 3.
       77 WS-MTH-TGT           PIC S9(11)V9(2) COMP-3.
       77 WS-MTH-ACT           PIC S9(11)V9(2) COMP-3.
       77 WS-YTD-TGT           PIC S9(11)V9(2) COMP-3.
       77 WS-YTD-ACT           PIC S9(11)V9(2) COMP-3.
       77 WS-VAR-AMT           PIC S9(11)V9(2) COMP-3.
       77 WS-TOT-MTH-TGT       PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-TOT-MTH-ACT       PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-TOT-YTD-TGT       PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-TOT-YTD-ACT       PIC S9(11)V9(2) COMP-3 VALUE 0.
       77 WS-GET-TGT           PIC S9(11)V9(2) COMP-3.
       77 WS-GET-ACT           PIC S9(11)V9(2) COMP-3.
       77 WS-PCT-WORK          PIC S9(7) COMP-3.
       77 WS-PCT-TGT           PIC S9(11)V9(2) COMP-3.
       77 WS-PCT-ACT           PIC S9(11)V9(2) COMP-3.
       77 WS-RANK              PIC S9(4) COMP VALUE 0.
       77 WS-STREAK            PIC S9(4) COMP.
       77 WS-FLAG-COUNT        PIC S9(4) COMP VALUE 0.
       77 WS-YEAR              PIC 9(04).
       77 WS-MONTH             PIC 9(02).
       77 WS-STEP-YEAR         PIC 9(04).
       77 WS-STEP-MONTH        PIC 9(02).
       01 WS-PERIOD            PIC X(07).
       01 WS-YTD-FROM          PIC X(07).
       01 WS-STEP-PERIOD       PIC X(07).
       01 WS-GET-FROM          PIC X(07).
       01 WS-GET-TO            PIC X(07).
       01 WS-GET-FROM-DATE     PIC X(10).
       01 WS-GET-TO-DATE       PIC X(10).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-AMT-DISP          PIC ZZZZZZ9.99.
       01 WS-AMT2-DISP         PIC ZZZZZZ9.99.
       01 WS-VAR-DISP          PIC ZZZZZZ9.99-.
       01 WS-YAMT-DISP         PIC ZZZZZZ9.99.
       01 WS-YAMT2-DISP        PIC ZZZZZZ9.99.
       01 WS-YVAR-DISP         PIC ZZZZZZ9.99-.
       01 WS-PCT-DISP          PIC ZZZ9.
       01 WS-PCT-TEXT          PIC X(04).
       01 WS-YPCT-TEXT         PIC X(04).
       01 WS-RANK-DISP         PIC ZZ9.
       01 WS-STREAK-DISP       PIC Z9.
       01 WS-FLAG-PCT-DISP     PIC ZZ9.
       01 WS-FLAG-MONTHS-DISP  PIC Z9.
       01 WS-FLAG-TEXT         PIC X(14).
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-STREAK-SW         PIC X VALUE 'N'.
          88 WS-STREAK-DONE         VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 0200-SET-PERIOD-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'SALES ACTUAL VS TARGET' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           STRING 'MONTH ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  '   YEAR TO DATE ' DELIMITED BY SIZE
                  WS-YTD-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 2000-CATEGORY-SECTION-PARA
           PERFORM 3000-RANKING-SECTION-PARA
           MOVE WS-TOT-MTH-TGT TO WS-AMT-DISP
           MOVE WS-TOT-MTH-ACT TO WS-AMT2-DISP
           MOVE WS-TOT-YTD-TGT TO WS-YAMT-DISP
           MOVE WS-TOT-YTD-ACT TO WS-YAMT2-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'ALL REPS  MONTH TARGET ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' ACTUAL ' DELIMITED BY SIZE
                  WS-AMT2-DISP DELIMITED BY SIZE
                  '  YTD TARGET ' DELIMITED BY SIZE
                  WS-YAMT-DISP DELIMITED BY SIZE
                  ' ACTUAL ' DELIMITED BY SIZE
                  WS-YAMT2-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-FLAG-COUNT TO WS-RANK-DISP
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'REPS FLAGGED BELOW TARGET ' DELIMITED BY SIZE
                  WS-RANK-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       0200-SET-PERIOD-PARA.
      *    THE PRIOR WHOLE MONTH, AS FOR THE COMMISSION RUN - TARGETS
      *    ARE JUDGED ON A CLOSED MONTH. YEAR TO DATE RUNS FROM
      *    JANUARY OF THE SAME YEAR.
           MOVE WS-RUN-DATE(1:4) TO WS-YEAR
           MOVE WS-RUN-DATE(6:2) TO WS-MONTH
           IF WS-MONTH > 1
              SUBTRACT 1 FROM WS-MONTH
           ELSE
              MOVE 12 TO WS-MONTH
              SUBTRACT 1 FROM WS-YEAR
           END-IF
           STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                  INTO WS-PERIOD
           STRING WS-YEAR '-01' DELIMITED BY SIZE
                  INTO WS-YTD-FROM.
       0250-STEP-BACK-PARA.
      *    WS-STEP-PERIOD GOES BACK ONE CALENDAR MONTH.
           IF WS-STEP-MONTH > 1
              SUBTRACT 1 FROM WS-STEP-MONTH
           ELSE
              MOVE 12 TO WS-STEP-MONTH
              SUBTRACT 1 FROM WS-STEP-YEAR
           END-IF
           STRING WS-STEP-YEAR '-' WS-STEP-MONTH DELIMITED BY SIZE
                  INTO WS-STEP-PERIOD.
       2000-CATEGORY-SECTION-PARA.
           MOVE 'D' TO RPTW-ACTION
           MOVE 'BY REP AND CATEGORY (VARIANCE = ACTUAL - TARGET)' TO
                RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'D' TO RPTW-ACTION
           MOVE 'REP  CATEGORY        MTH TARGET MTH ACTUAL    VARIANCE 
      -         ' PCT  YTD TARGET YTD ACTUAL    VARIANCE  PCT'
                TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
      *    EVERY REP/CATEGORY WITH A TARGET OR A SALE SO FAR THIS
      *    YEAR - A CATEGORY SOLD WITH NO TARGET SHOWS, AND SO DOES A
      *    TARGET WITH NOTHING SOLD AGAINST IT.
           STRING WS-YTD-FROM '-01' DELIMITED BY SIZE
                  INTO WS-GET-FROM-DATE
           STRING WS-PERIOD '-31' DELIMITED BY SIZE
                  INTO WS-GET-TO-DATE
           EXEC SQL
               DECLARE TGTKEY-CUR CURSOR FOR
               SELECT REP_ID, PRODUCT_CATEGORY
               FROM SALES_TARGET1
               WHERE PERIOD >= :WS-YTD-FROM
                 AND PERIOD <= :WS-PERIOD
               UNION
               SELECT R.REP_ID, H.PRODUCT_CATEGORY
               FROM SALES_HISTORY H,
                    (SELECT SUBSTR(O.ORDER_DATE, 1, 7) AS PERIOD,
                            O.CUSTOMER_ID, MAX(O.REP_ID) AS REP_ID
                     FROM ORDER1 O
                     WHERE O.ORDER_DATE >= :WS-GET-FROM-DATE
                       AND O.ORDER_DATE <= :WS-GET-TO-DATE
                       AND O.REP_ID <> ' '
                       AND O.PROD_STATUS NOT IN ('CANCELLED', 'HELD')
                     GROUP BY SUBSTR(O.ORDER_DATE, 1, 7),
                              O.CUSTOMER_ID) R
               WHERE H.PERIOD = R.PERIOD
                 AND H.CUSTOMER_ID = R.CUSTOMER_ID
                 AND H.PERIOD >= :WS-YTD-FROM
                 AND H.PERIOD <= :WS-PERIOD
               ORDER BY 1, 2
           END-EXEC
           EXEC SQL
               OPEN TGTKEY-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH TGTKEY-CUR
                  INTO :DCLSALES-TARGET.REP-ID,
                       :DCLSALES-TARGET.PRODUCT-CATEGORY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 2100-REP-CATEGORY-LINE-PARA
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE TGTKEY-CUR
           END-EXEC.
       2100-REP-CATEGORY-LINE-PARA.
           MOVE WS-PERIOD TO WS-GET-FROM
           MOVE WS-PERIOD TO WS-GET-TO
           PERFORM 6000-GET-CAT-TARGET-PARA
           PERFORM 6100-GET-CAT-ACTUAL-PARA
           MOVE WS-GET-TGT TO WS-MTH-TGT
           MOVE WS-GET-ACT TO WS-MTH-ACT
           MOVE WS-YTD-FROM TO WS-GET-FROM
           PERFORM 6000-GET-CAT-TARGET-PARA
           PERFORM 6100-GET-CAT-ACTUAL-PARA
           MOVE WS-GET-TGT TO WS-YTD-TGT
           MOVE WS-GET-ACT TO WS-YTD-ACT
           ADD WS-MTH-TGT TO WS-TOT-MTH-TGT
           ADD WS-MTH-ACT TO WS-TOT-MTH-ACT
           ADD WS-YTD-TGT TO WS-TOT-YTD-TGT
           ADD WS-YTD-ACT TO WS-TOT-YTD-ACT
           MOVE WS-MTH-TGT TO WS-AMT-DISP
           MOVE WS-MTH-ACT TO WS-AMT2-DISP
           COMPUTE WS-VAR-AMT = WS-MTH-ACT - WS-MTH-TGT
           MOVE WS-VAR-AMT TO WS-VAR-DISP
           MOVE WS-YTD-TGT TO WS-YAMT-DISP
           MOVE WS-YTD-ACT TO WS-YAMT2-DISP
           COMPUTE WS-VAR-AMT = WS-YTD-ACT - WS-YTD-TGT
           MOVE WS-VAR-AMT TO WS-YVAR-DISP
           MOVE WS-YTD-TGT TO WS-PCT-TGT
           MOVE WS-YTD-ACT TO WS-PCT-ACT
           PERFORM 7000-PERCENT-PARA
           MOVE WS-PCT-TEXT TO WS-YPCT-TEXT
           MOVE WS-MTH-TGT TO WS-PCT-TGT
           MOVE WS-MTH-ACT TO WS-PCT-ACT
           PERFORM 7000-PERCENT-PARA
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING REP-ID OF DCLSALES-TARGET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRODUCT-CATEGORY-TEXT OF DCLSALES-TARGET
                     (1:PRODUCT-CATEGORY-LEN OF DCLSALES-TARGET)
                     DELIMITED BY SIZE
                  INTO RPTW-LINE
           STRING WS-AMT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT2-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VAR-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PCT-TEXT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-YAMT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-YAMT2-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-YVAR-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-YPCT-TEXT DELIMITED BY SIZE
                  INTO RPTW-LINE(22:)
           PERFORM 8100-CALL-WRITER-PARA
           ADD 1 TO WS-LOG-IN-COUNT.
       3000-RANKING-SECTION-PARA.
      *    REPS WITH A TARGET FOR THE MONTH, BEST PERCENT OF TARGET
      *    FIRST. THE REP'S WHOLE MONTH'S SALES COUNT AGAINST THE SUM
      *    OF THEIR CATEGORY TARGETS.
           MOVE WS-FLAG-PCT TO WS-FLAG-PCT-DISP
           MOVE WS-FLAG-MONTHS TO WS-FLAG-MONTHS-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'RANKING BY PERCENT OF MONTH TARGET  (FLAG = BELOW'
                     DELIMITED BY SIZE
                  WS-FLAG-PCT-DISP DELIMITED BY SIZE
                  '% FOR' DELIMITED BY SIZE
                  WS-FLAG-MONTHS-DISP DELIMITED BY SIZE
                  ' MONTHS RUNNING)' DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'D' TO RPTW-ACTION
           MOVE 'RANK REP  NAME                 MTH TARGET MTH ACTUAL PC
      -         'T  YTD TARGET YTD ACTUAL  PCT FLAG' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           STRING WS-PERIOD '-01' DELIMITED BY SIZE
                  INTO WS-GET-FROM-DATE
           STRING WS-PERIOD '-31' DELIMITED BY SIZE
                  INTO WS-GET-TO-DATE
           EXEC SQL
               DECLARE TGTRNK-CUR CURSOR FOR
               SELECT T.REP_ID, T.TGT_AMT, COALESCE(A.ACT_AMT, 0)
               FROM (SELECT REP_ID, SUM(TARGET_AMT) AS TGT_AMT
                     FROM SALES_TARGET1
                     WHERE PERIOD = :WS-PERIOD
                     GROUP BY REP_ID
                     HAVING SUM(TARGET_AMT) > 0) T
               LEFT OUTER JOIN
                    (SELECT R.REP_ID, SUM(H.SALES_AMT) AS ACT_AMT
                     FROM SALES_HISTORY H,
                          (SELECT O.CUSTOMER_ID,
                                  MAX(O.REP_ID) AS REP_ID
                           FROM ORDER1 O
                           WHERE O.ORDER_DATE >= :WS-GET-FROM-DATE
                             AND O.ORDER_DATE <= :WS-GET-TO-DATE
                             AND O.REP_ID <> ' '
                             AND O.PROD_STATUS NOT IN
                                 ('CANCELLED', 'HELD')
                           GROUP BY O.CUSTOMER_ID) R
                     WHERE H.CUSTOMER_ID = R.CUSTOMER_ID
                       AND H.PERIOD = :WS-PERIOD
                     GROUP BY R.REP_ID) A
               ON A.REP_ID = T.REP_ID
               ORDER BY COALESCE(A.ACT_AMT, 0) / T.TGT_AMT DESC,
                        T.REP_ID
           END-EXEC
           EXEC SQL
               OPEN TGTRNK-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH TGTRNK-CUR
                  INTO :DCLSALES-REP.REP-ID, :WS-MTH-TGT, :WS-MTH-ACT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 3100-RANK-REP-PARA
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE TGTRNK-CUR
           END-EXEC
           IF WS-RANK = 0
              MOVE 'D' TO RPTW-ACTION
              MOVE 'NO TARGETS SET FOR THE MONTH' TO RPTW-LINE
              PERFORM 8100-CALL-WRITER-PARA
           END-IF.
       3100-RANK-REP-PARA.
           ADD 1 TO WS-RANK
           MOVE REP-ID OF DCLSALES-REP TO REP-ID OF DCLSALES-TARGET
           EXEC SQL
               SELECT REP_NAME
                INTO :DCLSALES-REP.REP-NAME
                FROM SALES_REP1
                WHERE REP_ID = :DCLSALES-REP.REP-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'UNKNOWN' TO REP-NAME-TEXT
              MOVE LENGTH OF 'UNKNOWN' TO REP-NAME-LEN
              ADD 1 TO WS-LOG-WARN-COUNT
           END-IF
           MOVE WS-YTD-FROM TO WS-GET-FROM
           MOVE WS-PERIOD TO WS-GET-TO
           PERFORM 6200-GET-REP-TARGET-PARA
           PERFORM 6300-GET-REP-ACTUAL-PARA
           MOVE WS-GET-TGT TO WS-YTD-TGT
           MOVE WS-GET-ACT TO WS-YTD-ACT
           PERFORM 3200-CHECK-STREAK-PARA
           MOVE WS-YTD-TGT TO WS-PCT-TGT
           MOVE WS-YTD-ACT TO WS-PCT-ACT
           PERFORM 7000-PERCENT-PARA
           MOVE WS-PCT-TEXT TO WS-YPCT-TEXT
           MOVE WS-MTH-TGT TO WS-PCT-TGT
           MOVE WS-MTH-ACT TO WS-PCT-ACT
           PERFORM 7000-PERCENT-PARA
           MOVE WS-RANK TO WS-RANK-DISP
           MOVE WS-MTH-TGT TO WS-AMT-DISP
           MOVE WS-MTH-ACT TO WS-AMT2-DISP
           MOVE WS-YTD-TGT TO WS-YAMT-DISP
           MOVE WS-YTD-ACT TO WS-YAMT2-DISP
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING ' ' DELIMITED BY SIZE
                  WS-RANK-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REP-ID OF DCLSALES-REP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REP-NAME-TEXT(1:REP-NAME-LEN) DELIMITED BY SIZE
                  INTO RPTW-LINE
           STRING WS-AMT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT2-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PCT-TEXT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-YAMT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-YAMT2-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-YPCT-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
                  INTO RPTW-LINE(32:)
           PERFORM 8100-CALL-WRITER-PARA.
       3200-CHECK-STREAK-PARA.
      *    COUNTS BACK FROM THE REPORT MONTH WHILE THE REP IS UNDER
      *    THE THRESHOLD. A MONTH WITH NO TARGET BREAKS THE RUN - THERE
      *    WAS NOTHING TO FALL SHORT OF.
           MOVE 0 TO WS-STREAK
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE WS-YEAR TO WS-STEP-YEAR
           MOVE WS-MONTH TO WS-STEP-MONTH
           MOVE WS-PERIOD TO WS-STEP-PERIOD
           MOVE 'N' TO WS-STREAK-SW
           PERFORM UNTIL WS-STREAK-DONE
              MOVE WS-STEP-PERIOD TO WS-GET-FROM
              MOVE WS-STEP-PERIOD TO WS-GET-TO
              PERFORM 6200-GET-REP-TARGET-PARA
              PERFORM 6300-GET-REP-ACTUAL-PARA
              IF WS-GET-TGT > 0 AND
                 WS-GET-ACT * 100 < WS-GET-TGT * WS-FLAG-PCT
                 ADD 1 TO WS-STREAK
                 IF WS-STREAK >= WS-FLAG-MONTHS
                    MOVE 'Y' TO WS-STREAK-SW
                 ELSE
                    PERFORM 0250-STEP-BACK-PARA
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-STREAK-SW
              END-IF
           END-PERFORM
           IF WS-STREAK >= WS-FLAG-MONTHS
              MOVE WS-STREAK TO WS-STREAK-DISP
              STRING '**BELOW ' DELIMITED BY SIZE
                     WS-STREAK-DISP DELIMITED BY SIZE
                     ' MTHS' DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
              ADD 1 TO WS-FLAG-COUNT
           END-IF.
       6000-GET-CAT-TARGET-PARA.
           EXEC SQL
               SELECT COALESCE(SUM(TARGET_AMT), 0)
                INTO :WS-GET-TGT
                FROM SALES_TARGET1
                WHERE REP_ID = :DCLSALES-TARGET.REP-ID
                  AND PRODUCT_CATEGORY =
                      :DCLSALES-TARGET.PRODUCT-CATEGORY
                  AND PERIOD >= :WS-GET-FROM
                  AND PERIOD <= :WS-GET-TO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       6100-GET-CAT-ACTUAL-PARA.
      *    A CUSTOMER'S MONTH GOES TO THE REP ON THAT MONTH'S LIVE
      *    ORDERS. AN ACCOUNT MOVED TO A NEW REP MID-MONTH IS CREDITED
      *    WHOLE TO ONE OF THEM (THE HIGHER REP ID) - SALES_HISTORY
      *    HOLDS NO FINER GRAIN THAN THE MONTH.
           STRING WS-GET-FROM '-01' DELIMITED BY SIZE
                  INTO WS-GET-FROM-DATE
           STRING WS-GET-TO '-31' DELIMITED BY SIZE
                  INTO WS-GET-TO-DATE
           EXEC SQL
               SELECT COALESCE(SUM(H.SALES_AMT), 0)
                INTO :WS-GET-ACT
                FROM SALES_HISTORY H,
                     (SELECT SUBSTR(O.ORDER_DATE, 1, 7) AS PERIOD,
                             O.CUSTOMER_ID, MAX(O.REP_ID) AS REP_ID
                      FROM ORDER1 O
                      WHERE O.ORDER_DATE >= :WS-GET-FROM-DATE
                        AND O.ORDER_DATE <= :WS-GET-TO-DATE
                        AND O.REP_ID <> ' '
                        AND O.PROD_STATUS NOT IN ('CANCELLED', 'HELD')
                      GROUP BY SUBSTR(O.ORDER_DATE, 1, 7),
                               O.CUSTOMER_ID) R
                WHERE H.PERIOD = R.PERIOD
                  AND H.CUSTOMER_ID = R.CUSTOMER_ID
                  AND R.REP_ID = :DCLSALES-TARGET.REP-ID
                  AND H.PRODUCT_CATEGORY =
                      :DCLSALES-TARGET.PRODUCT-CATEGORY
                  AND H.PERIOD >= :WS-GET-FROM
                  AND H.PERIOD <= :WS-GET-TO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       6200-GET-REP-TARGET-PARA.
           EXEC SQL
               SELECT COALESCE(SUM(TARGET_AMT), 0)
                INTO :WS-GET-TGT
                FROM SALES_TARGET1
                WHERE REP_ID = :DCLSALES-TARGET.REP-ID
                  AND PERIOD >= :WS-GET-FROM
                  AND PERIOD <= :WS-GET-TO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       6300-GET-REP-ACTUAL-PARA.
      *    SAME ATTRIBUTION AS 6100, ALL CATEGORIES.
           STRING WS-GET-FROM '-01' DELIMITED BY SIZE
                  INTO WS-GET-FROM-DATE
           STRING WS-GET-TO '-31' DELIMITED BY SIZE
                  INTO WS-GET-TO-DATE
           EXEC SQL
               SELECT COALESCE(SUM(H.SALES_AMT), 0)
                INTO :WS-GET-ACT
                FROM SALES_HISTORY H,
                     (SELECT SUBSTR(O.ORDER_DATE, 1, 7) AS PERIOD,
                             O.CUSTOMER_ID, MAX(O.REP_ID) AS REP_ID
                      FROM ORDER1 O
                      WHERE O.ORDER_DATE >= :WS-GET-FROM-DATE
                        AND O.ORDER_DATE <= :WS-GET-TO-DATE
                        AND O.REP_ID <> ' '
                        AND O.PROD_STATUS NOT IN ('CANCELLED', 'HELD')
                      GROUP BY SUBSTR(O.ORDER_DATE, 1, 7),
                               O.CUSTOMER_ID) R
                WHERE H.PERIOD = R.PERIOD
                  AND H.CUSTOMER_ID = R.CUSTOMER_ID
                  AND R.REP_ID = :DCLSALES-TARGET.REP-ID
                  AND H.PERIOD >= :WS-GET-FROM
                  AND H.PERIOD <= :WS-GET-TO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       7000-PERCENT-PARA.
      *    WHOLE PERCENT OF TARGET INTO WS-PCT-TEXT; '  --' WHERE
      *    THERE IS NO TARGET TO MEASURE AGAINST.
           IF WS-PCT-TGT > 0
              COMPUTE WS-PCT-WORK ROUNDED =
                      WS-PCT-ACT * 100 / WS-PCT-TGT
              IF WS-PCT-WORK > 9999
                 MOVE 9999 TO WS-PCT-WORK
              END-IF
              MOVE WS-PCT-WORK TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO WS-PCT-TEXT
           ELSE
              MOVE '  --' TO WS-PCT-TEXT
           END-IF.
       9300-SQL-ERROR-PARA.
           DISPLAY 'A20PG110 SQL ERROR, SQLCODE= ' SQLCODE
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
           MOVE 'A20PG110' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG110' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PG110 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PG110' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG110 HELD - WAITING ON ' GATR-WAIT-JOB
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
       8100-CALL-WRITER-PARA.
           CALL 'A20PGM41' USING RPTW-REQUEST.
