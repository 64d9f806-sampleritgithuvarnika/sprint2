       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM94.
      *NIGHTLY OUTBOUND EDI RUN. THE TRADE ACCOUNTS THAT SEND US
      *ORDER FILES THROUGH A20PGM55 WERE STILL RE-KEYING OUR
      *DELIVERY NOTES AND INVOICES AT THEIR END. FOR EVERY
      *EDI_PARTNER1 ACCOUNT SWITCHED ON THIS JOB WRITES -
      *   - TO THE EDIASN FILE, ONE ADVANCE SHIPPING NOTICE PER
      *     SHIPMENT1 ROW NOT YET SENT (THE ORDER, ITS LINES AND
      *     QUANTITIES, THE LOT NUMBERS THE A20PGM64 ALLOCATOR DREW
      *     EACH LINE FROM, THE CARRIER AND TRACKING REFERENCE),
      *   - TO THE EDIINV FILE, ONE ELECTRONIC INVOICE PER INVOICE1
      *     ROW NOT YET SENT, AMOUNTS IN THE CURRENCY THE INVOICE WAS
      *     BILLED IN.
      *EACH ACCOUNT'S DOCUMENTS GO OUT IN THEIR OWN ENVELOPE - A
      *HEADER NAMING THE PARTNER WITH THE ACCOUNT'S NEXT CONTROL
      *NUMBER, THE DOCUMENTS, AND A CONTROL TRAILER CARRYING THE
      *DOCUMENT AND RECORD COUNTS (AND THE INVOICE TOTAL) - SO THE
      *FILE TRANSFER SPLITS EACH FILE INTO ONE FILE PER ACCOUNT AND
      *THE ACCOUNT CAN PROVE WHAT IT RECEIVED. EVERY DOCUMENT SENT IS
      *LOGGED ON EDI_SENT_LOG1, SO A RE-RUN OR A MISSED NIGHT NEVER
      *SENDS OR SKIPS ONE, AND THE SENT LISTING PRINTS THROUGH THE
      *A20PGM41 REPORT WRITER FOR THE "WE NEVER GOT IT" CALLS. RUN
      *AFTER THE A20PGM33 INVOICING BATCH. THE WHOLE RUN IS ONE UNIT
      *OF WORK - AN SQL FAILURE ROLLS EVERYTHING BACK AND ENDS RC=16
      *SO THE FILES ARE NOT TRANSMITTED AND THE RE-RUN SENDS IT ALL.
      *RECORDS ARE COMMA-DELIMITED, SAME FILE CONVENTIONS AS THE
      *OTHER FEEDS. THE ASN AND INVOICE LINE RECORDS END WITH THE
      *CUSTOMER'S OWN PART NUMBER WHEN THE LINE CAME IN UNDER ONE
      *THROUGH A20PGM55 (EMPTY OTHERWISE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIASN-FILE ASSIGN TO 'EDIASN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EDIINV-FILE ASSIGN TO 'EDIINV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIASN-FILE
           RECORDING MODE IS F.
       01  EDIASN-REC               PIC X(100).
       FD  EDIINV-FILE
           RECORDING MODE IS F.
       01  EDIINV-REC               PIC X(100).
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE EDIPTN1
           END-EXEC.
           EXEC SQL
             INCLUDE EDILOG1
           END-EXEC.
           EXEC SQL
             INCLUDE SHPMT1
           END-EXEC.
           EXEC SQL
             INCLUDE INVOI1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDDET1
           END-EXEC.
           EXEC SQL
             INCLUDE STKMV1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       77 WS-FILE-STATUS       PIC X(02).
       77 WS-SQLCODE           PIC -9(04).
       77 WS-LOT-QTY           PIC S9(5) COMP-3.
       77 WS-LINE-CURR         PIC S9(8)V9(2) COMP-3.
       77 WS-FREIGHT-CURR      PIC S9(8)V9(2) COMP-3.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
       01 WS-LOG-IN-COUNT      PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-LOG-WARN-COUNT    PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-CUR-CUSTID        PIC X(06).
       01 WS-CUR-DOCID         PIC X(08).
       01 WS-DOC-TYPE          PIC X(03).
       01 WS-ENV-CTL           PIC S9(9) USAGE COMP.
       01 WS-ENV-DOCS          PIC S9(7) USAGE COMP-3.
       01 WS-ENV-RECS          PIC S9(7) USAGE COMP-3.
       01 WS-ENV-TOTAL         PIC S9(10)V9(2) USAGE COMP-3.
       01 WS-ASN-COUNT         PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-INV-COUNT         PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-ENV-COUNT         PIC 9(05) USAGE COMP-3 VALUE 0.
       01 WS-CTL-EDIT          PIC 9(09).
       01 WS-NUM-EDIT          PIC 9(07).
       01 WS-QTY-EDIT          PIC 9(05).
       01 WS-LINE-EDIT         PIC 9(03).
       01 WS-AMT-EDIT          PIC 9(10).99.
       01 WS-FRT-EDIT          PIC 9(10).99.
       01 WS-REC-EDIT          PIC 9(07).
       01 WS-DETAIL            PIC X(38).
       01 WS-CTN-EDIT          PIC 9(03).
       01 WS-CTL-DISP          PIC ZZZZZZZZ9.
       01 WS-AMT-DISP          PIC ZZZZZZZ9.99-.
       01 WS-COUNT-DISP        PIC ZZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                 VALUE 'Y'.
       01 WS-DOC-EOF-SW        PIC X.
          88 WS-DOC-EOF             VALUE 'Y'.
       01 WS-LIN-EOF-SW        PIC X.
          88 WS-LIN-EOF             VALUE 'Y'.
       01 WS-LOT-EOF-SW        PIC X.
          88 WS-LOT-EOF             VALUE 'Y'.
       01 WS-ENV-OPEN-SW       PIC X.
          88 WS-ENV-OPEN            VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-RUN-PARA
           PERFORM 1100-OPEN-FILES-PARA
           PERFORM 1000-OPEN-CURSOR-PARA
           MOVE 'O' TO RPTW-ACTION
           MOVE 'EDI DOCUMENTS SENT' TO RPTW-TITLE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'H' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE 'CUST' TO RPTW-LINE(1:4)
           MOVE 'PARTNER' TO RPTW-LINE(9:7)
           MOVE 'DOC' TO RPTW-LINE(26:3)
           MOVE ' CONTROL' TO RPTW-LINE(31:8)
           MOVE 'DOC ID' TO RPTW-LINE(41:6)
           MOVE 'DATED' TO RPTW-LINE(51:5)
           MOVE 'DETAIL' TO RPTW-LINE(63:6)
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM UNTIL WS-EOF
              PERFORM 2000-FETCH-PARA
              IF NOT WS-EOF
                 PERFORM 3000-WORK-PARTNER-PARA
              END-IF
           END-PERFORM
           PERFORM 4000-CLOSE-CURSOR-PARA
           CLOSE EDIASN-FILE
           CLOSE EDIINV-FILE
           MOVE 'T' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE WS-ASN-COUNT TO WS-COUNT-DISP
           STRING 'SHIPPING NOTICES SENT: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-INV-COUNT TO WS-COUNT-DISP
           STRING 'INVOICES SENT:         ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE WS-ENV-COUNT TO WS-COUNT-DISP
           STRING 'ENVELOPES WRITTEN:     ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           COMPUTE WS-LOG-IN-COUNT = WS-ASN-COUNT + WS-INV-COUNT
           MOVE 0 TO RETURN-CODE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1100-OPEN-FILES-PARA.
           OPEN OUTPUT EDIASN-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EDIASN FILE, STATUS= '
                      WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EDIINV-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EDIINV FILE, STATUS= '
                      WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1000-OPEN-CURSOR-PARA.
           EXEC SQL
               DECLARE EDIPTN-CUR CURSOR FOR
               SELECT CUSTOMER_ID, PARTNER_ID, ASN_FLAG, INV_FLAG,
                      ENABLED_FROM
               FROM EDI_PARTNER1
               WHERE ASN_FLAG = 'Y' OR INV_FLAG = 'Y'
               ORDER BY CUSTOMER_ID
           END-EXEC
           EXEC SQL
               OPEN EDIPTN-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-FETCH-PARA.
           EXEC SQL
               FETCH EDIPTN-CUR
               INTO :DCLEDI-PARTNER.CUSTOMER-ID,
                    :PARTNER-ID,
                    :ASN-FLAG,
                    :INV-FLAG,
                    :ENABLED-FROM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       3000-WORK-PARTNER-PARA.
           MOVE CUSTOMER-ID-TEXT OF DCLEDI-PARTNER TO WS-CUR-CUSTID
           IF ASN-FLAG = 'Y'
              PERFORM 3100-SEND-ASNS-PARA
           END-IF
           IF INV-FLAG = 'Y'
              PERFORM 3500-SEND-INVOICES-PARA
           END-IF.
       3100-SEND-ASNS-PARA.
      *    EVERY SHIPMENT OF THE ACCOUNT'S ORDERS FROM ITS START DATE
      *    TO TONIGHT THAT HAS NO 'ASN' LOG ROW - NORMALLY JUST TODAY'S
      *    SHIPMENTS, BUT A NIGHT THE JOB DID NOT RUN IS CAUGHT UP.
           MOVE 'ASN' TO WS-DOC-TYPE
           MOVE 'N' TO WS-ENV-OPEN-SW
           EXEC SQL
               DECLARE EDIASN-CUR CURSOR FOR
               SELECT S.ORDER_ID, S.CARRIER_CODE, S.TRACKING_REF,
                      S.SHIP_DATE, S.CARTON_COUNT
               FROM SHIPMENT1 S, ORDER1 O
               WHERE O.ORDER_ID = S.ORDER_ID
                 AND O.CUSTOMER_ID = :DCLEDI-PARTNER.CUSTOMER-ID
                 AND S.SHIP_DATE >= :ENABLED-FROM
                 AND S.SHIP_DATE <= :WS-RUN-DATE
                 AND NOT EXISTS
                     (SELECT 1
                        FROM EDI_SENT_LOG1 L
                       WHERE L.DOC_TYPE = 'ASN'
                         AND L.DOC_ID = S.ORDER_ID)
               ORDER BY S.SHIP_DATE, S.ORDER_ID
           END-EXEC
           EXEC SQL
               OPEN EDIASN-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-DOC-EOF-SW
           PERFORM UNTIL WS-DOC-EOF
              EXEC SQL
                  FETCH EDIASN-CUR
                  INTO :DCLSHIPMENT1.ORDER-ID,
                       :DCLSHIPMENT1.CARRIER-CODE,
                       :DCLSHIPMENT1.TRACKING-REF,
                       :SHIP-DATE,
                       :CARTON-COUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-DOC-EOF-SW
                 WHEN 0
                    IF NOT WS-ENV-OPEN
                       PERFORM 6000-OPEN-ENVELOPE-PARA
                    END-IF
                    PERFORM 3200-WRITE-ASN-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE EDIASN-CUR
           END-EXEC
           IF WS-ENV-OPEN
              PERFORM 6500-CLOSE-ENVELOPE-PARA
           END-IF.
       3200-WRITE-ASN-PARA.
           MOVE SPACES TO WS-CUR-DOCID
           MOVE ORDER-ID-TEXT OF DCLSHIPMENT1
                   (1:ORDER-ID-LEN OF DCLSHIPMENT1) TO WS-CUR-DOCID
           MOVE CARTON-COUNT TO WS-CTN-EDIT
           MOVE SPACES TO EDIASN-REC
           STRING 'ASN,' DELIMITED BY SIZE
                  WS-CUR-DOCID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  SHIP-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CARRIER-CODE-TEXT OF DCLSHIPMENT1
                     (1:CARRIER-CODE-LEN OF DCLSHIPMENT1)
                     DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  TRACKING-REF-TEXT
                     (1:TRACKING-REF-LEN) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CTN-EDIT DELIMITED BY SIZE
                  INTO EDIASN-REC
           PERFORM 7000-WRITE-ASN-REC-PARA
           MOVE ORDER-ID OF DCLSHIPMENT1 TO ORDER-ID OF DCLORDER-DETAIL
           PERFORM 4100-OPEN-LINES-PARA
           PERFORM UNTIL WS-LIN-EOF
              PERFORM 4200-FETCH-LINE-PARA
              IF NOT WS-LIN-EOF
                 PERFORM 3300-WRITE-ASN-LINE-PARA
              END-IF
           END-PERFORM
           PERFORM 4300-CLOSE-LINES-PARA
           ADD 1 TO WS-ENV-DOCS
           ADD 1 TO WS-ASN-COUNT
           PERFORM 6800-LOG-SENT-PARA
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           PERFORM 6900-LISTING-KEY-PARA
           MOVE SHIP-DATE TO RPTW-LINE(51:10)
           MOVE SPACES TO WS-DETAIL
           STRING CARRIER-CODE-TEXT OF DCLSHIPMENT1
                     (1:CARRIER-CODE-LEN OF DCLSHIPMENT1)
                     DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRACKING-REF-TEXT
                     (1:TRACKING-REF-LEN) DELIMITED BY SIZE
                  INTO WS-DETAIL
           MOVE WS-DETAIL TO RPTW-LINE(63:38)
           PERFORM 8100-CALL-WRITER-PARA.
       3300-WRITE-ASN-LINE-PARA.
      *    THE LINE AS SHIPPED, THEN ONE LOT RECORD PER LOT THE LINE
      *    WAS DRAWN FROM (A KIT LINE'S LOTS ARE ITS COMPONENTS'). A
      *    LINE FROM STOCK THAT WAS NEVER LOT-TRACKED HAS NO LOT
      *    RECORDS.
           MOVE LINE-NUM OF DCLORDER-DETAIL TO WS-LINE-EDIT
           MOVE QUANTITY TO WS-QTY-EDIT
           MOVE SPACES TO EDIASN-REC
           STRING 'LIN,' DELIMITED BY SIZE
                  WS-CUR-DOCID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PRODUCT-CODE-TEXT OF DCLORDER-DETAIL
                     (1:PRODUCT-CODE-LEN OF DCLORDER-DETAIL)
                     DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CUST-PART-NO OF DCLORDER-DETAIL DELIMITED BY SIZE
                  INTO EDIASN-REC
           PERFORM 7000-WRITE-ASN-REC-PARA
           MOVE ORDER-ID OF DCLORDER-DETAIL TO
                ORDER-ID OF DCLSTOCK-MOVEMENT
           MOVE LINE-NUM OF DCLORDER-DETAIL TO
                LINE-NUM OF DCLSTOCK-MOVEMENT
           EXEC SQL
               DECLARE EDILOT-CUR CURSOR FOR
               SELECT PRODUCT_CODE, LOT_NUMBER,
                      SUM(QUANTITY_DEDUCTED)
               FROM STOCK_MOVEMENT
               WHERE ORDER_ID = :DCLSTOCK-MOVEMENT.ORDER-ID
                 AND LINE_NUM = :DCLSTOCK-MOVEMENT.LINE-NUM
                 AND MOVEMENT_TYPE = 'ORD'
                 AND LOT_NUMBER <> ' '
               GROUP BY PRODUCT_CODE, LOT_NUMBER
               HAVING SUM(QUANTITY_DEDUCTED) > 0
               ORDER BY PRODUCT_CODE, LOT_NUMBER
           END-EXEC
           EXEC SQL
               OPEN EDILOT-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-LOT-EOF-SW
           PERFORM UNTIL WS-LOT-EOF
              EXEC SQL
                  FETCH EDILOT-CUR
                  INTO :DCLSTOCK-MOVEMENT.PRODUCT-CODE,
                       :LOT-NUMBER,
                       :WS-LOT-QTY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-LOT-EOF-SW
                 WHEN 0
                    MOVE WS-LOT-QTY TO WS-QTY-EDIT
                    MOVE SPACES TO EDIASN-REC
                    STRING 'LOT,' DELIMITED BY SIZE
                           WS-CUR-DOCID DELIMITED BY SPACE
                           ',' DELIMITED BY SIZE
                           WS-LINE-EDIT DELIMITED BY SIZE
                           ',' DELIMITED BY SIZE
                           PRODUCT-CODE-TEXT OF DCLSTOCK-MOVEMENT
                              (1:PRODUCT-CODE-LEN OF DCLSTOCK-MOVEMENT)
                              DELIMITED BY SIZE
                           ',' DELIMITED BY SIZE
                           LOT-NUMBER DELIMITED BY SPACE
                           ',' DELIMITED BY SIZE
                           WS-QTY-EDIT DELIMITED BY SIZE
                           INTO EDIASN-REC
                    PERFORM 7000-WRITE-ASN-REC-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE EDILOT-CUR
           END-EXEC.
       3500-SEND-INVOICES-PARA.
      *    EVERY INVOICE OF THE ACCOUNT'S FROM ITS START DATE TO
      *    TONIGHT WITH NO 'INV' LOG ROW.
           MOVE 'INV' TO WS-DOC-TYPE
           MOVE 'N' TO WS-ENV-OPEN-SW
           EXEC SQL
               DECLARE EDIINV-CUR CURSOR FOR
               SELECT I.INVOICE_ID, I.ORDER_ID, I.INVOICE_DATE,
                      I.FREIGHT_AMOUNT, I.CURRENCY_CODE,
                      I.EXCH_RATE, I.CURR_AMOUNT
               FROM INVOICE1 I
               WHERE I.CUSTOMER_ID = :DCLEDI-PARTNER.CUSTOMER-ID
                 AND I.INVOICE_DATE >= :ENABLED-FROM
                 AND I.INVOICE_DATE <= :WS-RUN-DATE
                 AND NOT EXISTS
                     (SELECT 1
                        FROM EDI_SENT_LOG1 L
                       WHERE L.DOC_TYPE = 'INV'
                         AND L.DOC_ID = I.INVOICE_ID)
               ORDER BY I.INVOICE_ID
           END-EXEC
           EXEC SQL
               OPEN EDIINV-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-DOC-EOF-SW
           PERFORM UNTIL WS-DOC-EOF
              EXEC SQL
                  FETCH EDIINV-CUR
                  INTO :DCLINVOICE1.INVOICE-ID,
                       :DCLINVOICE1.ORDER-ID,
                       :INVOICE-DATE,
                       :FREIGHT-AMOUNT,
                       :DCLINVOICE1.CURRENCY-CODE,
                       :DCLINVOICE1.EXCH-RATE,
                       :DCLINVOICE1.CURR-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-DOC-EOF-SW
                 WHEN 0
                    IF NOT WS-ENV-OPEN
                       PERFORM 6000-OPEN-ENVELOPE-PARA
                    END-IF
                    PERFORM 3600-WRITE-INVOICE-PARA
                 WHEN OTHER
                    PERFORM 9300-SQL-ERROR-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE EDIINV-CUR
           END-EXEC
           IF WS-ENV-OPEN
              PERFORM 6500-CLOSE-ENVELOPE-PARA
           END-IF.
       3600-WRITE-INVOICE-PARA.
      *    AMOUNTS GO OUT AS BILLED - AN EXPORT ACCOUNT'S IN ITS OWN
      *    CURRENCY AT THE INVOICE'S RATE, THE SAME FIGURES A20PGM33
      *    PRINTED. A BLANK CURRENCY MEANS BASE.
           IF CURRENCY-CODE OF DCLINVOICE1 = SPACES OR
              EXCH-RATE OF DCLINVOICE1 NOT > 0
              MOVE 1 TO EXCH-RATE OF DCLINVOICE1
           END-IF
           COMPUTE WS-FREIGHT-CURR ROUNDED =
                   FREIGHT-AMOUNT * EXCH-RATE OF DCLINVOICE1
           MOVE SPACES TO WS-CUR-DOCID
           MOVE INVOICE-ID-TEXT OF DCLINVOICE1
                   (1:INVOICE-ID-LEN OF DCLINVOICE1) TO WS-CUR-DOCID
           MOVE CURR-AMOUNT OF DCLINVOICE1 TO WS-AMT-EDIT
           MOVE WS-FREIGHT-CURR TO WS-FRT-EDIT
           MOVE SPACES TO EDIINV-REC
           STRING 'INV,' DELIMITED BY SIZE
                  WS-CUR-DOCID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  ORDER-ID-TEXT OF DCLINVOICE1
                     (1:ORDER-ID-LEN OF DCLINVOICE1)
                     DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INVOICE-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CURRENCY-CODE OF DCLINVOICE1 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-FRT-EDIT DELIMITED BY SIZE
                  INTO EDIINV-REC
           PERFORM 7500-WRITE-INV-REC-PARA
           MOVE ORDER-ID OF DCLINVOICE1 TO ORDER-ID OF DCLORDER-DETAIL
           PERFORM 4100-OPEN-LINES-PARA
           PERFORM UNTIL WS-LIN-EOF
              PERFORM 4200-FETCH-LINE-PARA
              IF NOT WS-LIN-EOF
                 PERFORM 3700-WRITE-INVOICE-LINE-PARA
              END-IF
           END-PERFORM
           PERFORM 4300-CLOSE-LINES-PARA
           ADD 1 TO WS-ENV-DOCS
           ADD 1 TO WS-INV-COUNT
           ADD CURR-AMOUNT OF DCLINVOICE1 TO WS-ENV-TOTAL
           PERFORM 6800-LOG-SENT-PARA
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           PERFORM 6900-LISTING-KEY-PARA
           MOVE INVOICE-DATE TO RPTW-LINE(51:10)
           MOVE CURR-AMOUNT OF DCLINVOICE1 TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO RPTW-LINE(63:12)
           MOVE CURRENCY-CODE OF DCLINVOICE1 TO RPTW-LINE(76:3)
           PERFORM 8100-CALL-WRITER-PARA.
       3700-WRITE-INVOICE-LINE-PARA.
           COMPUTE WS-LINE-CURR ROUNDED =
                   LINE-AMOUNT * EXCH-RATE OF DCLINVOICE1
           MOVE LINE-NUM OF DCLORDER-DETAIL TO WS-LINE-EDIT
           MOVE QUANTITY TO WS-QTY-EDIT
           MOVE WS-LINE-CURR TO WS-AMT-EDIT
           MOVE SPACES TO EDIINV-REC
           STRING 'ILN,' DELIMITED BY SIZE
                  WS-CUR-DOCID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PRODUCT-CODE-TEXT OF DCLORDER-DETAIL
                     (1:PRODUCT-CODE-LEN OF DCLORDER-DETAIL)
                     DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CUST-PART-NO OF DCLORDER-DETAIL DELIMITED BY SIZE
                  INTO EDIINV-REC
           PERFORM 7500-WRITE-INV-REC-PARA.
       4100-OPEN-LINES-PARA.
      *    THE ORDER'S LINES, SHARED BY THE NOTICE AND THE INVOICE.
           EXEC SQL
               DECLARE EDILIN-CUR CURSOR FOR
               SELECT LINE_NUM, PRODUCT_CODE, QUANTITY, LINE_AMOUNT,
                      CUST_PART_NO
               FROM ORDER_DETAIL1
               WHERE ORDER_ID = :DCLORDER-DETAIL.ORDER-ID
               ORDER BY LINE_NUM
           END-EXEC
           EXEC SQL
               OPEN EDILIN-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE 'N' TO WS-LIN-EOF-SW.
       4200-FETCH-LINE-PARA.
           EXEC SQL
               FETCH EDILIN-CUR
               INTO :DCLORDER-DETAIL.LINE-NUM,
                    :DCLORDER-DETAIL.PRODUCT-CODE,
                    :QUANTITY,
                    :LINE-AMOUNT,
                    :DCLORDER-DETAIL.CUST-PART-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WS-LIN-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       4300-CLOSE-LINES-PARA.
           EXEC SQL
               CLOSE EDILIN-CUR
           END-EXEC.
       6000-OPEN-ENVELOPE-PARA.
      *    THE ACCOUNT'S NEXT CONTROL NUMBER (SAME SERIALIZED
      *    UPDATE-THEN-READ AS ORDER_CONTROL NUMBERING) AND THE
      *    ENVELOPE HEADER.
           EXEC SQL
               UPDATE EDI_PARTNER1
                  SET LAST_CTL_NUM = LAST_CTL_NUM + 1
                WHERE CUSTOMER_ID = :DCLEDI-PARTNER.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           EXEC SQL
               SELECT LAST_CTL_NUM
                INTO :LAST-CTL-NUM
                FROM EDI_PARTNER1
                WHERE CUSTOMER_ID = :DCLEDI-PARTNER.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF
           MOVE LAST-CTL-NUM TO WS-ENV-CTL
           MOVE 0 TO WS-ENV-DOCS
           MOVE 0 TO WS-ENV-RECS
           MOVE 0 TO WS-ENV-TOTAL
           MOVE 'Y' TO WS-ENV-OPEN-SW
           ADD 1 TO WS-ENV-COUNT
           MOVE WS-ENV-CTL TO WS-CTL-EDIT
           IF WS-DOC-TYPE = 'ASN'
              MOVE SPACES TO EDIASN-REC
              STRING 'HDR,ASN,' DELIMITED BY SIZE
                     PARTNER-ID DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     WS-CUR-CUSTID DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     WS-CTL-EDIT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO EDIASN-REC
              PERFORM 7000-WRITE-ASN-REC-PARA
           ELSE
              MOVE SPACES TO EDIINV-REC
              STRING 'HDR,INV,' DELIMITED BY SIZE
                     PARTNER-ID DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     WS-CUR-CUSTID DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     WS-CTL-EDIT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO EDIINV-REC
              PERFORM 7500-WRITE-INV-REC-PARA
           END-IF.
       6500-CLOSE-ENVELOPE-PARA.
      *    THE CONTROL TRAILER - DOCUMENTS IN THE ENVELOPE, RECORDS
      *    INCLUDING THE HEADER AND THIS TRAILER, AND FOR INVOICES
      *    THE SUM OF THE INVOICE TOTALS AS BILLED.
           ADD 1 TO WS-ENV-RECS
           MOVE WS-ENV-CTL TO WS-CTL-EDIT
           MOVE WS-ENV-DOCS TO WS-NUM-EDIT
           MOVE WS-ENV-RECS TO WS-REC-EDIT
           MOVE WS-ENV-TOTAL TO WS-AMT-EDIT
           IF WS-DOC-TYPE = 'ASN'
              MOVE SPACES TO EDIASN-REC
              STRING 'TRL,ASN,' DELIMITED BY SIZE
                     WS-CTL-EDIT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-NUM-EDIT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-REC-EDIT DELIMITED BY SIZE
                     INTO EDIASN-REC
              WRITE EDIASN-REC
           ELSE
              MOVE SPACES TO EDIINV-REC
              STRING 'TRL,INV,' DELIMITED BY SIZE
                     WS-CTL-EDIT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-NUM-EDIT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-REC-EDIT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-AMT-EDIT DELIMITED BY SIZE
                     INTO EDIINV-REC
              WRITE EDIINV-REC
           END-IF
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE WS-ENV-DOCS TO WS-COUNT-DISP
           MOVE WS-ENV-CTL TO WS-CTL-DISP
           STRING '   ' DELIMITED BY SIZE
                  WS-CUR-CUSTID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-DOC-TYPE DELIMITED BY SIZE
                  ' ENVELOPE ' DELIMITED BY SIZE
                  WS-CTL-DISP DELIMITED BY SIZE
                  ' CLOSED - DOCUMENTS ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'N' TO WS-ENV-OPEN-SW.
       6800-LOG-SENT-PARA.
           MOVE CUSTOMER-ID OF DCLEDI-PARTNER TO
                CUSTOMER-ID OF DCLEDI-SENT-LOG
           MOVE WS-DOC-TYPE TO DOC-TYPE
           MOVE WS-CUR-DOCID TO DOC-ID-TEXT
           IF WS-DOC-TYPE = 'ASN'
              MOVE ORDER-ID-LEN OF DCLSHIPMENT1 TO DOC-ID-LEN
           ELSE
              MOVE INVOICE-ID-LEN OF DCLINVOICE1 TO DOC-ID-LEN
           END-IF
           MOVE WS-ENV-CTL TO CTL-NUM
           MOVE WS-RUN-DATE TO SENT-DATE
           MOVE WS-RUN-TIME TO SENT-TIME
           EXEC SQL
               INSERT INTO EDI_SENT_LOG1 VALUES(
                      :DCLEDI-SENT-LOG.CUSTOMER-ID,
                      :DOC-TYPE,
                      :DOC-ID,
                      :CTL-NUM,
                      :SENT-DATE,
                      :SENT-TIME)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9300-SQL-ERROR-PARA
           END-IF.
       6900-LISTING-KEY-PARA.
           MOVE WS-CUR-CUSTID TO RPTW-LINE(1:6)
           MOVE PARTNER-ID TO RPTW-LINE(9:15)
           MOVE WS-DOC-TYPE TO RPTW-LINE(26:3)
           MOVE WS-ENV-CTL TO WS-CTL-DISP
           MOVE WS-CTL-DISP TO RPTW-LINE(30:9)
           MOVE WS-CUR-DOCID TO RPTW-LINE(41:8).
       7000-WRITE-ASN-REC-PARA.
           WRITE EDIASN-REC
           ADD 1 TO WS-ENV-RECS.
       7500-WRITE-INV-REC-PARA.
           WRITE EDIINV-REC
           ADD 1 TO WS-ENV-RECS.
       9300-SQL-ERROR-PARA.
      *    A DOCUMENT HALF WRITTEN CANNOT BE SENT - UNDO THE RUN'S
      *    LOG ROWS AND CONTROL NUMBERS AND STOP SO THE FILES ARE NOT
      *    TRANSMITTED.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'A20PGM94 SQL ERROR ' WS-CUR-CUSTID ' '
                   WS-DOC-TYPE ' ' WS-CUR-DOCID
                   ' SQLCODE= ' WS-SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       4000-CLOSE-CURSOR-PARA.
           EXEC SQL
               CLOSE EDIPTN-CUR
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
           MOVE 'A20PGM94' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM94' TO JOB-NAME-LEN
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
                   DISPLAY 'A20PGM94 ALREADY RUNNING THIS WINDOW'
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
           MOVE 'A20PGM94' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM94 HELD - WAITING ON ' GATR-WAIT-JOB
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
