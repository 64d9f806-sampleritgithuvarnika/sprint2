       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG107.
      *CUSTOMER PRICE LIST PUBLISHING. A CUSTOMER ASKING "WHAT WILL I
      *PAY?" USED TO GET THE CATALOGUE LIST PRICES AND A PROMISE THAT
      *THE INVOICE WOULD COME OUT LOWER. THIS NIGHTLY JOB PRICES
      *EVERY ACTIVE PRODUCT, CATEGORY BY CATEGORY, AT THE NET UNIT
      *PRICE THAT CUSTOMER PAYS TODAY - THROUGH THE SAME A20PG106
      *ROUTINE AS ORDER PRICING - SHOWING WHERE EACH PRICE COMES FROM
      *(LIST, BAND, CONTRACT OR PROMO) AND THE LAST DAY IT HOLDS, AND
      *STORES THE LIST IN THE DOCUMENT1 STORE AS TYPE 'PLST' UNDER
      *THE CUSTOMER ID FOR A20PGM82 TO SHOW AND REPRINT. A LIST IS
      *PUBLISHED -
      *  ON REQUEST: EVERY 'PENDING' PRICE_LIST_REQ1 ROW (KEYED ON
      *  A20PGM82 WITH PF2), WHICH IS THEN MARKED 'DONE';
      *  ON A PRICE CHANGE: A CUSTOMER ALREADY HOLDING A LIST IS
      *  REISSUED WHEN A20PGM62 HAS APPLIED A PENDING_PRICE1 CHANGE
      *  TO AN ACTIVE PRODUCT SINCE THE LIST WAS MADE, OR ONE OF THE
      *  CUSTOMER'S CONTRACT_PRICE1 ROWS HAS STARTED OR ENDED SINCE.
      *SCHEDULED AFTER A20PGM62 SO TONIGHT'S PRICE CHANGES ARE IN.
      *EACH CUSTOMER IS ITS OWN UNIT OF WORK. THE PUBLISHING LIST
      *PRINTS THROUGH THE A20PGM41 REPORT WRITER.
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
             INCLUDE PROD1
           END-EXEC.
           EXEC SQL
             INCLUDE PLSREQ1
           END-EXEC.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY PRCREQ1.
       COPY RPTWTR1.
       77 WS-SQLCODE           PIC -9(04).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-REASON            PIC X(12).
       01 WS-CATEGORY          PIC X(15).
       01 WS-LAST-CATEGORY     PIC X(15).
       01 WS-LINE-SEQ          PIC S9(4) USAGE COMP.
       01 WS-PRODUCT-COUNT     PIC 9(05) USAGE COMP-3.
       01 WS-PUBLISHED-COUNT   PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-DOC-TEXT          PIC X(80).
       01 WS-PRICE-DISP        PIC ZZZ9.99.
       01 WS-TAX-PCT           PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-TAX-DISP          PIC Z9.99.
       01 WS-COUNT-DISP        PIC ZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-PRD-EOF-SW        PIC X VALUE 'N'.
          88 WS-PRD-EOF             VALUE 'Y'.
       01 WS-CUST-OK-SW        PIC X VALUE 'Y'.
          88 WS-CUST-OK             VALUE 'Y'.
       01 WS-CUST-GONE-SW      PIC X VALUE 'N'.
          88 WS-CUST-GONE           VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'CUSTOMER PRICE LISTS' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           STRING 'PRICES AS AT: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE 'CUST' TO RPTW-LINE(1:4)
           MOVE 'NAME' TO RPTW-LINE(9:4)
           MOVE 'REASON' TO RPTW-LINE(31:6)
           MOVE 'PRODUCTS' TO RPTW-LINE(45:8)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 1000-REQUESTED-LISTS-PARA
           PERFORM 2000-CHANGED-LISTS-PARA
           MOVE 'T' TO RPTW-ACTION
           MOVE WS-PUBLISHED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPTW-LINE
           STRING 'PRICE LISTS PUBLISHED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-PUBLISHED-COUNT TO WS-LOG-IN-COUNT
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-REQUESTED-LISTS-PARA.
      *    EVERY CUSTOMER WITH A REQUEST WAITING. HELD OPEN ACROSS THE
      *    PER-CUSTOMER COMMITS.
           EXEC SQL
               DECLARE PLSREQ-CUR CURSOR WITH HOLD FOR
               SELECT DISTINCT CUSTOMER_ID
               FROM PRICE_LIST_REQ1
               WHERE REQ_STATUS = 'PENDING'
               ORDER BY CUSTOMER_ID
           END-EXEC
           EXEC SQL
               OPEN PLSREQ-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'REQUESTED' TO WS-REASON
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH PLSREQ-CUR
                  INTO :DCLPRICE-LIST-REQ.CUSTOMER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    MOVE CUSTOMER-ID OF DCLPRICE-LIST-REQ TO
                         CUSTOMER-ID OF DCLCUSTOMER1
                    PERFORM 3000-PUBLISH-PARA
                    PERFORM 1100-CLOSE-REQUEST-PARA
                    PERFORM 3800-END-CUSTOMER-PARA
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE PLSREQ-CUR
           END-EXEC.
       1100-CLOSE-REQUEST-PARA.
      *    A REQUEST FOR A CUSTOMER NO LONGER ON FILE (OR MERGED) IS
      *    CLOSED 'NOCUST' SO IT IS NOT RETRIED EVERY NIGHT; ONE THAT
      *    FAILED ON SQL STAYS PENDING FOR THE NEXT RUN.
           IF WS-CUST-OK
              MOVE 'DONE' TO REQ-STATUS
           ELSE
              MOVE 'NOCUST' TO REQ-STATUS
           END-IF
           IF WS-CUST-OK OR WS-CUST-GONE
              MOVE WS-RUN-DATE TO DONE-DATE
              EXEC SQL
                  UPDATE PRICE_LIST_REQ1
                     SET REQ_STATUS = :REQ-STATUS,
                         DONE_DATE = :DONE-DATE
                   WHERE CUSTOMER_ID = :DCLPRICE-LIST-REQ.CUSTOMER-ID
                     AND REQ_STATUS = 'PENDING'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-CUST-GONE-SW
                 PERFORM 3900-CUST-ERROR-PARA
              END-IF
           END-IF.
       2000-CHANGED-LISTS-PARA.
      *    EVERY CUSTOMER WHOSE STORED LIST PREDATES A PRICE CHANGE
      *    THAT HAS SINCE TAKEN EFFECT. A LIST REISSUED TONIGHT ON
      *    REQUEST ALREADY CARRIES TODAY'S DATE AND IS LEFT ALONE,
      *    AND A CUSTOMER SINCE MERGED AWAY IS NOT REISSUED.
           EXEC SQL
               DECLARE PLSCHG-CUR CURSOR WITH HOLD FOR
               SELECT D.CUSTOMER_ID,
                      CASE WHEN EXISTS
                           (SELECT 1 FROM CONTRACT_PRICE1 C
                             WHERE C.CUSTOMER_ID = D.CUSTOMER_ID
                               AND ((C.EFFECT_FROM > D.DOC_DATE
                                     AND C.EFFECT_FROM <=
                                         :WS-RUN-DATE)
                                 OR (C.EFFECT_TO >= D.DOC_DATE
                                     AND C.EFFECT_TO <
                                         :WS-RUN-DATE)))
                           THEN 'CONTRACT'
                           ELSE 'PRICE CHANGE' END
               FROM DOCUMENT1 D
               WHERE D.DOC_TYPE = 'PLST'
                 AND D.LINE_SEQ = 1
                 AND D.DOC_DATE < :WS-RUN-DATE
                 AND EXISTS
                     (SELECT 1 FROM CUSTOMER1 U
                       WHERE U.CUSTOMER_ID = D.CUSTOMER_ID
                         AND U.CUST_STATUS <> 'MERGED')
                 AND (EXISTS
                      (SELECT 1 FROM CONTRACT_PRICE1 C
                        WHERE C.CUSTOMER_ID = D.CUSTOMER_ID
                          AND ((C.EFFECT_FROM > D.DOC_DATE
                                AND C.EFFECT_FROM <= :WS-RUN-DATE)
                            OR (C.EFFECT_TO >= D.DOC_DATE
                                AND C.EFFECT_TO < :WS-RUN-DATE)))
                   OR EXISTS
                      (SELECT 1 FROM PENDING_PRICE1 P, PRODUCT1 R
                        WHERE R.PRODUCT_CODE = P.PRODUCT_CODE
                          AND R.PROD_STATUS = 'ACTIVE'
                          AND P.APPLIED_DATE <> ' '
                          AND P.APPLIED_DATE > D.DOC_DATE))
               ORDER BY D.CUSTOMER_ID
           END-EXEC
           EXEC SQL
               OPEN PLSCHG-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH PLSCHG-CUR
                  INTO :DCLCUSTOMER1.CUSTOMER-ID,
                       :WS-REASON
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 3000-PUBLISH-PARA
                    PERFORM 3800-END-CUSTOMER-PARA
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE PLSCHG-CUR
           END-EXEC.
       3000-PUBLISH-PARA.
           MOVE 'Y' TO WS-CUST-OK-SW
           MOVE 'N' TO WS-CUST-GONE-SW
           MOVE 0 TO WS-PRODUCT-COUNT
           EXEC SQL
               SELECT CUSTOMER_NAME, CUST_STATUS
                INTO :CUSTOMER-NAME, :CUST-STATUS
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF CUST-STATUS = 'MERGED'
                   DISPLAY 'NO PRICE LIST - CUSTOMER MERGED '
                           CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                   ADD 1 TO WS-LOG-WARN-COUNT
                   MOVE 'N' TO WS-CUST-OK-SW
                   MOVE 'Y' TO WS-CUST-GONE-SW
                END-IF
             WHEN 100
                DISPLAY 'NO PRICE LIST - CUSTOMER NOT ON FILE '
                        CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                ADD 1 TO WS-LOG-WARN-COUNT
                MOVE 'N' TO WS-CUST-OK-SW
                MOVE 'Y' TO WS-CUST-GONE-SW
             WHEN OTHER
                PERFORM 3900-CUST-ERROR-PARA
           END-EVALUATE
           IF WS-CUST-OK
              PERFORM 3100-CLEAR-OLD-LIST-PARA
           END-IF
           IF WS-CUST-OK
              PERFORM 3200-LIST-HEADING-PARA
           END-IF
           IF WS-CUST-OK
              PERFORM 3300-LIST-PRODUCTS-PARA
           END-IF.
       3100-CLEAR-OLD-LIST-PARA.
      *    THE STORE HOLDS THE LATEST LIST ONLY - A REISSUE REPLACES
      *    ALL THE OLD LINES, HOWEVER MANY PRODUCTS IT HAD THEN.
           MOVE 'PLST' TO DOC-TYPE
           MOVE CUSTOMER-ID-TEXT OF DCLCUSTOMER1 TO DOC-ID-TEXT
           MOVE CUSTOMER-ID-LEN OF DCLCUSTOMER1 TO DOC-ID-LEN
           MOVE CUSTOMER-ID OF DCLCUSTOMER1 TO
                CUSTOMER-ID OF DCLDOCUMENT1
           MOVE WS-RUN-DATE TO DOC-DATE
           EXEC SQL
               DELETE FROM DOCUMENT1
                WHERE DOC_TYPE = :DOC-TYPE
                  AND DOC_ID = :DCLDOCUMENT1.DOC-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 3900-CUST-ERROR-PARA
           END-IF
           MOVE 0 TO WS-LINE-SEQ.
       3200-LIST-HEADING-PARA.
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'PRICE LIST  CUSTOMER: ' DELIMITED BY SIZE
                  CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                     (1:CUSTOMER-ID-LEN OF DCLCUSTOMER1)
                     DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUSTOMER-NAME-TEXT (1:CUSTOMER-NAME-LEN)
                     DELIMITED BY SIZE
                  '  AS AT: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           PERFORM 3550-INSERT-DOC-LINE-PARA
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'NET UNIT PRICES BEFORE TAX. ' DELIMITED BY SIZE
                  'VOLUME DISCOUNT ON THE ORDER TOTAL IS EXTRA.'
                  DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           PERFORM 3550-INSERT-DOC-LINE-PARA
           MOVE SPACES TO WS-DOC-TEXT
           MOVE 'CODE' TO WS-DOC-TEXT(1:4)
           MOVE 'PRODUCT' TO WS-DOC-TEXT(8:7)
           MOVE '  PRICE' TO WS-DOC-TEXT(29:7)
           MOVE 'SOURCE' TO WS-DOC-TEXT(38:6)
           MOVE 'VALID TO' TO WS-DOC-TEXT(47:8)
           MOVE ' TAX%' TO WS-DOC-TEXT(58:5)
           MOVE 'PROMO' TO WS-DOC-TEXT(65:5)
           PERFORM 3550-INSERT-DOC-LINE-PARA.
       3300-LIST-PRODUCTS-PARA.
           EXEC SQL
               DECLARE PLSPRD-CUR CURSOR FOR
               SELECT PRODUCT_CODE, PRODUCT_NAME, PRODUCT_CATEGORY
               FROM PRODUCT1
               WHERE PROD_STATUS = 'ACTIVE'
               ORDER BY PRODUCT_CATEGORY, PRODUCT_CODE
           END-EXEC
           EXEC SQL
               OPEN PLSPRD-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 3900-CUST-ERROR-PARA
           ELSE
              MOVE HIGH-VALUES TO WS-LAST-CATEGORY
              MOVE 'N' TO WS-PRD-EOF-SW
              PERFORM UNTIL WS-PRD-EOF OR NOT WS-CUST-OK
                 EXEC SQL
                     FETCH PLSPRD-CUR
                     INTO :PRODUCT-CODE, :PRODUCT-NAME,
                          :PRODUCT-CATEGORY
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 100
                       MOVE 'Y' TO WS-PRD-EOF-SW
                    WHEN 0
                       PERFORM 3400-PRICE-PRODUCT-PARA
                    WHEN OTHER
                       PERFORM 3900-CUST-ERROR-PARA
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                  CLOSE PLSPRD-CUR
              END-EXEC
           END-IF.
       3400-PRICE-PRODUCT-PARA.
           MOVE SPACES TO PRCR-CUSTOMER
           MOVE CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                (1:CUSTOMER-ID-LEN OF DCLCUSTOMER1) TO PRCR-CUSTOMER
           MOVE SPACES TO PRCR-PRODUCT
           MOVE PRODUCT-CODE-TEXT (1:PRODUCT-CODE-LEN) TO PRCR-PRODUCT
           MOVE WS-RUN-DATE TO PRCR-PRICE-DATE
           MOVE 'U' TO PRCR-ACTION
           MOVE 0 TO PRCR-QUANTITY
           CALL 'A20PG106' USING PRCR-REQUEST
           MOVE SPACES TO WS-CATEGORY
           IF PRODUCT-CATEGORY-LEN > 0
              MOVE PRODUCT-CATEGORY-TEXT (1:PRODUCT-CATEGORY-LEN)
                   TO WS-CATEGORY
           END-IF
           EVALUATE PRCR-RESULT
             WHEN 'Y'
                IF WS-CATEGORY NOT = WS-LAST-CATEGORY
                   MOVE WS-CATEGORY TO WS-LAST-CATEGORY
                   MOVE SPACES TO WS-DOC-TEXT
                   STRING 'CATEGORY: ' DELIMITED BY SIZE
                          WS-LAST-CATEGORY DELIMITED BY SIZE
                          INTO WS-DOC-TEXT
                   PERFORM 3550-INSERT-DOC-LINE-PARA
                END-IF
                PERFORM 3500-PRODUCT-LINE-PARA
      *      GONE BETWEEN THE FETCH AND THE PRICING - NOTHING TO LIST.
             WHEN 'N'
                CONTINUE
             WHEN OTHER
                MOVE PRCR-SQLCODE TO WS-SQLCODE
                DISPLAY 'PRICE LIST NOT PUBLISHED '
                        CUSTOMER-ID-TEXT OF DCLCUSTOMER1 ' PRODUCT '
                        PRCR-PRODUCT ' SQLCODE= ' WS-SQLCODE
                ADD 1 TO WS-LOG-WARN-COUNT
                MOVE 'N' TO WS-CUST-OK-SW
           END-EVALUATE.
       3500-PRODUCT-LINE-PARA.
           MOVE SPACES TO WS-DOC-TEXT
           MOVE PRCR-PRODUCT TO WS-DOC-TEXT(1:6)
           MOVE PRODUCT-NAME-TEXT (1:PRODUCT-NAME-LEN) TO
                WS-DOC-TEXT(8:20)
           MOVE PRCR-UNIT-PRICE TO WS-PRICE-DISP
           MOVE WS-PRICE-DISP TO WS-DOC-TEXT(29:7)
           MOVE PRCR-SOURCE TO WS-DOC-TEXT(38:8)
           IF PRCR-VALID-TO = SPACES
              MOVE 'OPEN' TO WS-DOC-TEXT(47:4)
           ELSE
              MOVE PRCR-VALID-TO TO WS-DOC-TEXT(47:10)
           END-IF
           COMPUTE WS-TAX-PCT = PRCR-TAX-RATE * 100
           MOVE WS-TAX-PCT TO WS-TAX-DISP
           MOVE WS-TAX-DISP TO WS-DOC-TEXT(58:5)
           MOVE PRCR-PROMO-ID TO WS-DOC-TEXT(65:6)
           PERFORM 3550-INSERT-DOC-LINE-PARA
           ADD 1 TO WS-PRODUCT-COUNT.
       3550-INSERT-DOC-LINE-PARA.
           IF WS-CUST-OK
              ADD 1 TO WS-LINE-SEQ
              MOVE WS-LINE-SEQ TO LINE-SEQ
              MOVE WS-DOC-TEXT TO DOC-LINE
              EXEC SQL
                  INSERT INTO DOCUMENT1 VALUES(
                         :DOC-TYPE,
                         :DCLDOCUMENT1.DOC-ID,
                         :DCLDOCUMENT1.CUSTOMER-ID,
                         :DOC-DATE,
                         :LINE-SEQ,
                         :DOC-LINE)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 3900-CUST-ERROR-PARA
              END-IF
           END-IF.
       3800-END-CUSTOMER-PARA.
      *    ONE UNIT OF WORK PER CUSTOMER - A HALF-WRITTEN LIST IS
      *    ROLLED BACK AND THE OLD ONE STANDS UNTIL THE NEXT RUN.
           IF WS-CUST-OK
              EXEC SQL
                  COMMIT
              END-EXEC
              ADD 1 TO WS-PUBLISHED-COUNT
              PERFORM 5000-PRINT-LINE-PARA
           ELSE
      *       A REQUEST FOR A CUSTOMER NO LONGER THERE IS STILL
      *       CLOSED OFF.
              IF WS-CUST-GONE
                 EXEC SQL
                     COMMIT
                 END-EXEC
              ELSE
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              END-IF
           END-IF.
       3900-CUST-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'PRICE LIST NOT PUBLISHED '
                   CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                   ' SQLCODE= ' WS-SQLCODE
           ADD 1 TO WS-LOG-WARN-COUNT
           MOVE 'N' TO WS-CUST-OK-SW.
       5000-PRINT-LINE-PARA.
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE CUSTOMER-ID-TEXT OF DCLCUSTOMER1 TO RPTW-LINE(1:6)
           MOVE CUSTOMER-NAME-TEXT (1:CUSTOMER-NAME-LEN) TO
                RPTW-LINE(9:20)
           MOVE WS-REASON TO RPTW-LINE(31:12)
           MOVE WS-PRODUCT-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO RPTW-LINE(48:5)
           PERFORM 8100-CALL-WRITER-PARA.
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
           MOVE 'A20PG107' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PG107' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PG107 ALREADY RUNNING THIS WINDOW'
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
      *    COMMITTED AT ONCE SO A PER-CUSTOMER ROLLBACK LATER IN THE
      *    RUN CANNOT UNDO THE OPEN ROW (AND ITS DOUBLE-START GUARD).
           EXEC SQL
               COMMIT
           END-EXEC.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PG107' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PG107 HELD - WAITING ON ' GATR-WAIT-JOB
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
