      *ROW, PRINTS THE INVOICE DOCUMENT WITH THE ORDER_DETAIL1 LINES
      *AND THE TAX/DISCOUNT-INCLUSIVE TOTAL THE ORDER WAS PRICED
      *UNDER, AND RECORDS THE INVOICE SO IT IS NEVER PRODUCED TWICE.
      *A FREIGHT LINE IS PRICED OFF THE CARRIER_RATE1 CARD FOR THE
      *SHIPMENT1 CARRIER AND CARTON COUNT IN THE DELIVERY ZONE (THE
      *SHIP-TO BRANCH'S, ELSE THE CUSTOMER'S), WAIVED WHEN THE ORDER
      *MEETS THE PRICE_BAND1 FREE-DELIVERY THRESHOLD, ADDED TO THE
      *INVOICE TOTAL AND TO THE CUSTOMER'S BALANCE. AN ORDER WITH NO
      *SHIPMENT ROW OR NO MATCHING RATE IS INVOICED WITHOUT FREIGHT
      *AND LISTED, AND THE RUN ENDS RC=4. AN EXPORT ACCOUNT WITH A
      *CUSTOMER1 CURRENCY IS INVOICED IN THAT CURRENCY AT THE
      *EXCHANGE_RATE1 RATE FOR THE RUN DATE - THE BASE AMOUNTS STAY ON
      *INVOICE1 AND THE BALANCE, THE CURRENCY TOTAL AND RATE ARE KEPT
      *ALONGSIDE. AN ORDER WHOSE CURRENCY HAS NO RATE YET IS LEFT
      *UNINVOICED FOR THE NEXT RUN AND LISTED (RC=4). A LINE ORDERED
      *UNDER THE CUSTOMER'S OWN PART NUMBER QUOTES IT AS 'YOUR REF'.
      *EVERY INVOICE CARRIES A DUE DATE OFF THE CUSTOMER'S NET TERMS
      *(STANDARD 30 DAYS WHEN NONE ARE SET) AND, FOR AN ACCOUNT WITH A
      *SETTLEMENT DISCOUNT, THE DISCOUNT AND THE DATE IT MUST BE PAID
      *BY TO TAKE IT - BOTH PRINTED AND KEPT ON INVOICE1.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
           EXEC SQL
             INCLUDE ACCPER1
           END-EXEC.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
           EXEC SQL
             INCLUDE SHPMT1
           END-EXEC.
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
           EXEC SQL
             INCLUDE SHIPTO1
           END-EXEC.
           EXEC SQL
             INCLUDE PRCBND1
           END-EXEC.
           EXEC SQL
             INCLUDE CARRTE1
           END-EXEC.
           EXEC SQL
             INCLUDE EXCRTE1
           END-EXEC.
       77 WS-INVOICE-ID        PIC X(08).
       77 WS-INVOICE-NUM       PIC 9(07).
       01 WS-QTY-DISP          PIC ZZ9.
       01 WS-AMT-DISP          PIC ZZZZZZ9.99.
       01 WS-REPORT-LINE       PIC X(80).
       01 WS-CUST-REF          PIC X(26).
       01 WS-INVOICE-COUNT     PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-INVOICE-COUNT-DISP PIC ZZZZ9.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       77 WS-DOC-SEQ           PIC S9(4) COMP.
       77 WS-FREIGHT-AMT       PIC S9(8)V9(2) COMP-3.
       77 WS-INVOICE-TOTAL     PIC S9(8)V9(2) COMP-3.
       77 WS-ZONE              PIC X(02).
       77 WS-CTN-DISP          PIC ZZ9.
       01 WS-NOFRT-COUNT       PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-NOFRT-COUNT-DISP  PIC ZZZZ9.
       01 WS-NORATE-COUNT      PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-NORATE-COUNT-DISP PIC ZZZZ9.
       01 WS-INV-CURRENCY      PIC X(03).
       01 WS-INV-RATE          PIC S9(5)V9(6) COMP-3.
       01 WS-RATE-DISP         PIC ZZZZ9.999999.
       01 WS-CONV-IN           PIC S9(8)V9(2) COMP-3.
       01 WS-CONV-OUT          PIC S9(8)V9(2) COMP-3.
       01 WS-CURR-TOTAL        PIC S9(8)V9(2) COMP-3.
       77 WS-DEFAULT-TERMS     PIC S9(4) COMP VALUE 30.
       77 WS-NET-DAYS          PIC S9(4) COMP.
       77 WS-DATE-NUM          PIC 9(08).
       77 WS-RUN-INT           PIC S9(9) COMP.
       77 WS-TERMS-INT         PIC S9(9) COMP.
       01 WS-TERMS-DIGITS      PIC 9(08).
       01 WS-DUE-DATE          PIC X(10).
       01 WS-DISC-DATE         PIC X(10).
       01 WS-DISC-AMT          PIC S9(8)V9(2) COMP-3.
       01 WS-DAYS-DISP         PIC ZZ9.
       01 WS-PCT-DISP          PIC Z9.99.
       01 WS-RATE-OK-SW        PIC X.
          88 WS-RATE-OK             VALUE 'Y'.
       01 WS-ORD-EOF-SW        PIC X VALUE 'N'.
          88 WS-ORD-EOF             VALUE 'Y'.
       01 WS-LIN-EOF-SW        PIC X.
           PERFORM UNTIL WS-ORD-EOF
              PERFORM 2000-FETCH-ORDER-PARA
              IF NOT WS-ORD-EOF
                 PERFORM 3050-GET-CURRENCY-PARA
                 IF WS-RATE-OK
                    PERFORM 3000-PRODUCE-INVOICE-PARA
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
           END-EXEC
           MOVE WS-INVOICE-COUNT TO WS-INVOICE-COUNT-DISP
           DISPLAY 'INVOICES PRODUCED: ' WS-INVOICE-COUNT-DISP
           MOVE WS-NOFRT-COUNT TO WS-NOFRT-COUNT-DISP
           DISPLAY 'INVOICED WITHOUT FREIGHT: ' WS-NOFRT-COUNT-DISP
           MOVE WS-NORATE-COUNT TO WS-NORATE-COUNT-DISP
           DISPLAY 'HELD - NO EXCHANGE RATE: ' WS-NORATE-COUNT-DISP
           MOVE WS-INVOICE-COUNT TO WS-LOG-IN-COUNT
           COMPUTE WS-LOG-WARN-COUNT = WS-NOFRT-COUNT + WS-NORATE-COUNT
           IF WS-NOFRT-COUNT > 0 OR WS-NORATE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-GET-RUN-DATE-PARA.
           EXEC SQL
               DECLARE INVORD-CUR CURSOR FOR
               SELECT O.ORDER_ID, O.CUSTOMER_ID, O.ORDER_DATE,
                      O.TOTAL_AMOUNT, O.SHIP_TO_ID
               FROM ORDER1 O
               WHERE O.PROD_STATUS IN ('SHIPPED', 'DELIVERED')
                 AND NOT EXISTS
               FETCH INVORD-CUR
               INTO :DCLORDER1.ORDER-ID, :DCLORDER1.CUSTOMER-ID,
                    :DCLORDER1.ORDER-DATE,
                    :TOTAL-AMOUNT OF DCLORDER1,
                    :SHIP-TO-ID OF DCLORDER1
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
           PERFORM 3500-OPEN-DOC-CAPTURE-PARA
           MOVE WS-REPORT-LINE TO DOC-LINE
           PERFORM 4900-STORE-DOC-LINE-PARA
           IF WS-INV-CURRENCY NOT = SPACES
              MOVE WS-INV-RATE TO WS-RATE-DISP
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  AMOUNTS IN ' DELIMITED BY SIZE
                     WS-INV-CURRENCY DELIMITED BY SIZE
                     ' AT ' DELIMITED BY SIZE
                     WS-RATE-DISP DELIMITED BY SIZE
                     ' TO BASE CURRENCY' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              DISPLAY WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DOC-LINE
              PERFORM 4900-STORE-DOC-LINE-PARA
           END-IF
           PERFORM 4000-PRINT-LINES-PARA
           PERFORM 4500-PRICE-FREIGHT-PARA
           COMPUTE WS-INVOICE-TOTAL =
                   TOTAL-AMOUNT OF DCLORDER1 + WS-FREIGHT-AMT
           MOVE WS-INVOICE-TOTAL TO WS-CONV-IN
           PERFORM 4950-CONVERT-PARA
           MOVE WS-CONV-OUT TO WS-CURR-TOTAL
           MOVE WS-CURR-TOTAL TO WS-AMT-DISP
           STRING '  TOTAL DUE INCL FREIGHT (TAX/DISCOUNT AS PRICED): '
                     DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DOC-LINE
           PERFORM 4900-STORE-DOC-LINE-PARA
           PERFORM 3200-SET-TERMS-PARA
           PERFORM 5000-RECORD-INVOICE-PARA.
       3050-GET-CURRENCY-PARA.
      *    THE CUSTOMER'S BILLING CURRENCY AND THE RATE ON THE RUN
      *    DATE (LATEST RATE ROW ON OR BEFORE IT). BASE CURRENCY IS
      *    RATE 1. NO RATE MEANS NO INVOICE TONIGHT - THE NOT EXISTS
      *    ON THE CURSOR PICKS THE ORDER UP AGAIN NEXT RUN. THE
      *    ACCOUNT'S PAYMENT TERMS COME BACK ON THE SAME READ FOR 3200.
           MOVE 'Y' TO WS-RATE-OK-SW
           MOVE SPACES TO WS-INV-CURRENCY
           MOVE 1 TO WS-INV-RATE
           MOVE CUSTOMER-ID OF DCLORDER1 TO
                CUSTOMER-ID OF DCLCUSTOMER1
           MOVE SPACES TO CURRENCY-CODE OF DCLCUSTOMER1
           MOVE 0 TO TERMS-DAYS
           MOVE 0 TO SETTLE-DISC-PCT
           MOVE 0 TO SETTLE-DISC-DAYS
           EXEC SQL
               SELECT CURRENCY_CODE,
                      TERMS_DAYS,
                      SETTLE_DISC_PCT,
                      SETTLE_DISC_DAYS
                INTO :DCLCUSTOMER1.CURRENCY-CODE,
                     :TERMS-DAYS,
                     :SETTLE-DISC-PCT,
                     :SETTLE-DISC-DAYS
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0 AND
              CURRENCY-CODE OF DCLCUSTOMER1 NOT = SPACES
              MOVE CURRENCY-CODE OF DCLCUSTOMER1 TO WS-INV-CURRENCY
              MOVE WS-INV-CURRENCY TO
                   CURRENCY-CODE OF DCLEXCHANGE-RATE
              EXEC SQL
                  SELECT EXCH_RATE
                   INTO :DCLEXCHANGE-RATE.EXCH-RATE
                   FROM EXCHANGE_RATE1
                   WHERE CURRENCY_CODE =
                         :DCLEXCHANGE-RATE.CURRENCY-CODE
                     AND RATE_DATE =
                         (SELECT MAX(RATE_DATE)
                            FROM EXCHANGE_RATE1
                           WHERE CURRENCY_CODE =
                                 :DCLEXCHANGE-RATE.CURRENCY-CODE
                             AND RATE_DATE <= :WS-RUN-DATE)
              END-EXEC
              IF SQLCODE = 0 AND EXCH-RATE OF DCLEXCHANGE-RATE > 0
                 MOVE EXCH-RATE OF DCLEXCHANGE-RATE TO WS-INV-RATE
              ELSE
                 MOVE 'N' TO WS-RATE-OK-SW
                 ADD 1 TO WS-NORATE-COUNT
                 DISPLAY 'ORDER '
                         ORDER-ID-TEXT OF DCLORDER1
                            (1:ORDER-ID-LEN OF DCLORDER1)
                         ' NOT INVOICED - NO ' WS-INV-CURRENCY
                         ' EXCHANGE RATE FOR ' WS-RUN-DATE
              END-IF
           END-IF.
       3200-SET-TERMS-PARA.
      *    DUE DATE IS THE INVOICE DATE PLUS THE ACCOUNT'S NET DAYS.
      *    A SETTLEMENT DISCOUNT IS THE PERCENT OF THE WHOLE INVOICE
      *    (FREIGHT INCLUDED), OFF IF PAID WITHIN THE DISCOUNT DAYS.
           IF TERMS-DAYS > 0
              MOVE TERMS-DAYS TO WS-NET-DAYS
           ELSE
              MOVE WS-DEFAULT-TERMS TO WS-NET-DAYS
           END-IF
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-TERMS-INT = WS-RUN-INT + WS-NET-DAYS
           COMPUTE WS-TERMS-DIGITS =
                   FUNCTION DATE-OF-INTEGER(WS-TERMS-INT)
           STRING WS-TERMS-DIGITS(1:4) '-' WS-TERMS-DIGITS(5:2)
                  '-' WS-TERMS-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DUE-DATE
           MOVE WS-NET-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PAYMENT DUE BY ' DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
                  ' - NET ' DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DOC-LINE
           PERFORM 4900-STORE-DOC-LINE-PARA
           MOVE SPACES TO WS-DISC-DATE
           MOVE 0 TO WS-DISC-AMT
           IF SETTLE-DISC-PCT > 0 AND SETTLE-DISC-DAYS > 0
              COMPUTE WS-DISC-AMT ROUNDED =
                      WS-INVOICE-TOTAL * SETTLE-DISC-PCT / 100
           END-IF
           IF WS-DISC-AMT > 0
              COMPUTE WS-TERMS-INT = WS-RUN-INT + SETTLE-DISC-DAYS
              COMPUTE WS-TERMS-DIGITS =
                      FUNCTION DATE-OF-INTEGER(WS-TERMS-INT)
              STRING WS-TERMS-DIGITS(1:4) '-' WS-TERMS-DIGITS(5:2)
                     '-' WS-TERMS-DIGITS(7:2)
                     DELIMITED BY SIZE INTO WS-DISC-DATE
              MOVE WS-DISC-AMT TO WS-CONV-IN
              PERFORM 4950-CONVERT-PARA
              MOVE WS-CONV-OUT TO WS-AMT-DISP
              MOVE SETTLE-DISC-PCT TO WS-PCT-DISP
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  SETTLEMENT DISCOUNT ' DELIMITED BY SIZE
                     WS-PCT-DISP DELIMITED BY SIZE
                     '% = ' DELIMITED BY SIZE
                     WS-AMT-DISP DELIMITED BY SIZE
                     ' IF PAID BY ' DELIMITED BY SIZE
                     WS-DISC-DATE DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              DISPLAY WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DOC-LINE
              PERFORM 4900-STORE-DOC-LINE-PARA
           END-IF.
       3100-SET-INVOICE-ID-PARA.
      *    SAME SERIALIZED NUMBERING AS A20PGM6 5050-SET-ORDER-ID-PARA
      *    OFF THE 'INVOICE' CONTROL ROW - FINANCE GETS AN UNBROKEN
       4000-PRINT-LINES-PARA.
           EXEC SQL
               DECLARE INVLIN-CUR CURSOR FOR
               SELECT LINE_NUM, PRODUCT_CODE, QUANTITY, LINE_AMOUNT,
                      CUST_PART_NO
               FROM ORDER_DETAIL1
               WHERE ORDER_ID = :DCLORDER1.ORDER-ID
               ORDER BY LINE_NUM
                  INTO :LINE-NUM OF DCLORDER-DETAIL,
                       :DCLORDER-DETAIL.PRODUCT-CODE,
                       :QUANTITY OF DCLORDER-DETAIL,
                       :LINE-AMOUNT OF DCLORDER-DETAIL,
                       :CUST-PART-NO OF DCLORDER-DETAIL
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-LIN-EOF-SW
              ELSE
                 MOVE SPACES TO WS-CUST-REF
                 IF CUST-PART-NO OF DCLORDER-DETAIL NOT = SPACES
                    STRING '  YOUR REF ' DELIMITED BY SIZE
                           CUST-PART-NO OF DCLORDER-DETAIL
                              DELIMITED BY SIZE
                           INTO WS-CUST-REF
                 END-IF
                 MOVE QUANTITY OF DCLORDER-DETAIL TO WS-QTY-DISP
                 MOVE LINE-AMOUNT OF DCLORDER-DETAIL TO WS-CONV-IN
                 PERFORM 4950-CONVERT-PARA
                 MOVE WS-CONV-OUT TO WS-AMT-DISP
                 STRING '  ' DELIMITED BY SIZE
                        PRODUCT-CODE-TEXT OF DCLORDER-DETAIL
                           (1:PRODUCT-CODE-LEN OF DCLORDER-DETAIL)
                        WS-QTY-DISP DELIMITED BY SIZE
                        '  AMOUNT ' DELIMITED BY SIZE
                        WS-AMT-DISP DELIMITED BY SIZE
                        WS-CUST-REF DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 DISPLAY WS-REPORT-LINE
                 MOVE WS-REPORT-LINE TO DOC-LINE
           EXEC SQL
               CLOSE INVLIN-CUR
           END-EXEC.
       4500-PRICE-FREIGHT-PARA.
      *    THE ORDER'S SHIPMENT GIVES THE CARRIER AND CARTONS, THE
      *    CUSTOMER (OR THE SHIP-TO BRANCH) GIVES THE ZONE, AND THE
      *    CUSTOMER'S BAND SAYS WHETHER THE ORDER RIDES FREE.
           MOVE 0 TO WS-FREIGHT-AMT
           MOVE ORDER-ID OF DCLORDER1 TO ORDER-ID OF DCLSHIPMENT1
           EXEC SQL
               SELECT CARRIER_CODE, CARTON_COUNT
                INTO :DCLSHIPMENT1.CARRIER-CODE,
                     :CARTON-COUNT
                FROM SHIPMENT1
                WHERE ORDER_ID = :DCLSHIPMENT1.ORDER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '  FREIGHT: NO SHIPMENT RECORD - NOT CHARGED' TO
                   WS-REPORT-LINE
              PERFORM 4600-NO-FREIGHT-PARA
           ELSE
              MOVE CUSTOMER-ID OF DCLORDER1 TO
                   CUSTOMER-ID OF DCLCUSTOMER1
              MOVE SPACES TO PRICE-BAND
              MOVE SPACES TO DELIVERY-ZONE OF DCLCUSTOMER1
              EXEC SQL
                  SELECT PRICE_BAND, DELIVERY_ZONE
                   INTO :PRICE-BAND,
                        :DCLCUSTOMER1.DELIVERY-ZONE
                   FROM CUSTOMER1
                   WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
              END-EXEC
              MOVE DELIVERY-ZONE OF DCLCUSTOMER1 TO WS-ZONE
              IF SHIP-TO-ID OF DCLORDER1 NOT = SPACES
                 MOVE CUSTOMER-ID OF DCLORDER1 TO
                      CUSTOMER-ID OF DCLSHIP-TO
                 MOVE SHIP-TO-ID OF DCLORDER1 TO
                      SHIP-TO-ID OF DCLSHIP-TO
                 EXEC SQL
                     SELECT DELIVERY_ZONE
                      INTO :DCLSHIP-TO.DELIVERY-ZONE
                      FROM SHIP_TO1
                      WHERE CUSTOMER_ID = :DCLSHIP-TO.CUSTOMER-ID
                        AND SHIP_TO_ID = :DCLSHIP-TO.SHIP-TO-ID
                 END-EXEC
                 IF SQLCODE = 0 AND
                    DELIVERY-ZONE OF DCLSHIP-TO NOT = SPACES
                    MOVE DELIVERY-ZONE OF DCLSHIP-TO TO WS-ZONE
                 END-IF
              END-IF
              PERFORM 4700-RATE-SHIPMENT-PARA
           END-IF.
       4600-NO-FREIGHT-PARA.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DOC-LINE
           PERFORM 4900-STORE-DOC-LINE-PARA
           ADD 1 TO WS-NOFRT-COUNT.
       4700-RATE-SHIPMENT-PARA.
           MOVE CARRIER-CODE OF DCLSHIPMENT1 TO
                CARRIER-CODE OF DCLCARRIER-RATE
           MOVE WS-ZONE TO DELIVERY-ZONE OF DCLCARRIER-RATE
           EXEC SQL
               SELECT FREIGHT_CHARGE
                INTO :FREIGHT-CHARGE
                FROM CARRIER_RATE1
                WHERE CARRIER_CODE = :DCLCARRIER-RATE.CARRIER-CODE
                  AND DELIVERY_ZONE = :DCLCARRIER-RATE.DELIVERY-ZONE
                  AND CARTON_FROM <= :CARTON-COUNT
                  AND CARTON_TO >= :CARTON-COUNT
           END-EXEC
           MOVE SPACES TO WS-REPORT-LINE
           IF SQLCODE NOT = 0
              STRING '  FREIGHT: NO RATE FOR CARRIER ' DELIMITED BY SIZE
                     CARRIER-CODE-TEXT OF DCLSHIPMENT1
                        (1:CARRIER-CODE-LEN OF DCLSHIPMENT1)
                        DELIMITED BY SIZE
                     ' ZONE ' DELIMITED BY SIZE
                     WS-ZONE DELIMITED BY SIZE
                     ' - NOT CHARGED' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 4600-NO-FREIGHT-PARA
           ELSE
      *       A BAND WITH NO ROW OR A ZERO THRESHOLD ALWAYS PAYS.
              MOVE 0 TO FREE-FREIGHT-MIN
              MOVE PRICE-BAND TO BAND-CODE
              EXEC SQL
                  SELECT FREE_FREIGHT_MIN
                   INTO :FREE-FREIGHT-MIN
                   FROM PRICE_BAND1
                   WHERE BAND_CODE = :BAND-CODE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO FREE-FREIGHT-MIN
              END-IF
              MOVE CARTON-COUNT TO WS-CTN-DISP
              IF FREE-FREIGHT-MIN > 0 AND
                 TOTAL-AMOUNT OF DCLORDER1 >= FREE-FREIGHT-MIN
                 STRING '  FREIGHT ' DELIMITED BY SIZE
                        CARRIER-CODE-TEXT OF DCLSHIPMENT1
                           (1:CARRIER-CODE-LEN OF DCLSHIPMENT1)
                           DELIMITED BY SIZE
                        '  CTNS ' DELIMITED BY SIZE
                        WS-CTN-DISP DELIMITED BY SIZE
                        '  FREE DELIVERY' DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
              ELSE
                 MOVE FREIGHT-CHARGE TO WS-FREIGHT-AMT
                 MOVE WS-FREIGHT-AMT TO WS-CONV-IN
                 PERFORM 4950-CONVERT-PARA
                 MOVE WS-CONV-OUT TO WS-AMT-DISP
                 STRING '  FREIGHT ' DELIMITED BY SIZE
                        CARRIER-CODE-TEXT OF DCLSHIPMENT1
                           (1:CARRIER-CODE-LEN OF DCLSHIPMENT1)
                           DELIMITED BY SIZE
                        '  CTNS ' DELIMITED BY SIZE
                        WS-CTN-DISP DELIMITED BY SIZE
                        '  AMOUNT ' DELIMITED BY SIZE
                        WS-AMT-DISP DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
              END-IF
              DISPLAY WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DOC-LINE
              PERFORM 4900-STORE-DOC-LINE-PARA
           END-IF.
       3500-OPEN-DOC-CAPTURE-PARA.
      *    THE INVOICE ABOUT TO PRINT IS ALSO KEPT IN THE DOCUMENT
      *    STORE, KEYED 'INV' BY INVOICE NUMBER, SO A20PGM82 CAN
                WHERE DOC_TYPE = :DOC-TYPE
                  AND DOC_ID = :DCLDOCUMENT1.DOC-ID
           END-EXEC.
       4950-CONVERT-PARA.
      *    BASE AMOUNT TO THE INVOICE CURRENCY FOR PRINTING.
           IF WS-INV-CURRENCY = SPACES
              MOVE WS-CONV-IN TO WS-CONV-OUT
           ELSE
              COMPUTE WS-CONV-OUT ROUNDED = WS-CONV-IN * WS-INV-RATE
           END-IF.
       4900-STORE-DOC-LINE-PARA.
           ADD 1 TO WS-DOC-SEQ
           MOVE WS-DOC-SEQ TO LINE-SEQ
           MOVE CUSTOMER-ID OF DCLORDER1 TO
                CUSTOMER-ID OF DCLINVOICE1
           MOVE WS-RUN-DATE TO INVOICE-DATE
           MOVE WS-INVOICE-TOTAL TO INVOICE-AMOUNT
           MOVE WS-FREIGHT-AMT TO FREIGHT-AMOUNT
           MOVE WS-INV-CURRENCY TO CURRENCY-CODE OF DCLINVOICE1
           MOVE WS-INV-RATE TO EXCH-RATE OF DCLINVOICE1
           MOVE WS-CURR-TOTAL TO CURR-AMOUNT
           MOVE WS-DUE-DATE TO DUE-DATE
           MOVE WS-DISC-DATE TO SETTLE-DISC-DATE
           MOVE WS-DISC-AMT TO SETTLE-DISC-AMT
           EXEC SQL
               INSERT INTO INVOICE1 VALUES(
                      :INVOICE-ID,
                      :DCLINVOICE1.ORDER-ID,
                      :DCLINVOICE1.CUSTOMER-ID,
                      :INVOICE-DATE,
                      :INVOICE-AMOUNT,
                      :FREIGHT-AMOUNT,
                      :DCLINVOICE1.CURRENCY-CODE,
                      :DCLINVOICE1.EXCH-RATE,
                      :CURR-AMOUNT,
                      :DUE-DATE,
                      :SETTLE-DISC-DATE,
                      :SETTLE-DISC-AMT)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVOICE RECORD FAILED FOR '
                      ORDER-ID-TEXT OF DCLORDER1
                      ' SQLCODE= ' SQLCODE
           ELSE
              PERFORM 5100-CHARGE-FREIGHT-PARA
           END-IF.
       5100-CHARGE-FREIGHT-PARA.
      *    ORDER ENTRY PUT THE ORDER TOTAL ON THE BALANCE; THE
      *    FREIGHT ONLY EXISTS FROM THE INVOICE ON, SO IT GOES ON
      *    HERE.
           IF WS-FREIGHT-AMT > 0
              MOVE CUSTOMER-ID OF DCLORDER1 TO
                   CUSTOMER-ID OF DCLCUSTOMER1
              EXEC SQL
                  UPDATE CUSTOMER1
                     SET OUTSTANDING_BALANCE = OUTSTANDING_BALANCE
                                                + :WS-FREIGHT-AMT
                   WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
              END-EXEC
           END-IF.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW FOR THE RUN DATE. AN
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM33' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM33' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM33' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM33 HELD - WAITING ON ' GATR-WAIT-JOB
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
