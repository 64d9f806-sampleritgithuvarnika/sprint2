      *REFERENCE, ORDER, CUSTOMER NAME AND ADDRESS OFF CUSTOMER1 AND
      *THE CARTON COUNT - WITH SHIPMENT AND CARTON TOTALS PER CARRIER,
      *PRINTED THROUGH THE A20PGM41 REPORT WRITER AS THE MANIFEST
      *BOTH SIDES SIGN. EACH SHIPMENT IS ALSO PRICED OFF THE
      *CARRIER_RATE1 CARD FOR ITS ZONE (WHAT THE CARRIER WILL BILL
      *US) AND, UNLESS THE CUSTOMER'S BAND FREE-DELIVERY THRESHOLD
      *IS MET, THAT IS ALSO WHAT THE A20PGM33 INVOICE RECOVERS - THE
      *CARRIER AND MANIFEST TOTALS CARRY FREIGHT BILLED AGAINST
      *FREIGHT RECOVERED SO DELIVERY COST WE ABSORB IS VISIBLE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
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
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       COPY RPTWTR1.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-GRAND-CARTONS     PIC S9(7) USAGE COMP-3 VALUE 0.
       01 WS-GRAND-CARTONS-DISP PIC ZZZZZ9.
       01 WS-CUR-CARRIER       PIC X(06) VALUE SPACES.
       01 WS-ZONE              PIC X(02).
       01 WS-RATED-AMT         PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-SUB-BILLED        PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-SUB-RECOVERED     PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-GRAND-BILLED      PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-GRAND-RECOVERED   PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-BILLED-DISP       PIC ZZZZZZZZ9.99.
       01 WS-RECOVERED-DISP    PIC ZZZZZZZZ9.99.
       01 WS-FIRST-ROW-SW      PIC X VALUE 'Y'.
          88 WS-FIRST-ROW           VALUE 'Y'.
       01 WS-EOF-SW            PIC X VALUE 'N'.
                  WS-GRAND-CARTONS-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-GRAND-BILLED TO WS-BILLED-DISP
           MOVE WS-GRAND-RECOVERED TO WS-RECOVERED-DISP
           MOVE SPACES TO RPTW-LINE
           MOVE 'T' TO RPTW-ACTION
           STRING 'FREIGHT BILLED BY CARRIERS: ' DELIMITED BY SIZE
                  WS-BILLED-DISP DELIMITED BY SIZE
                  '  FREIGHT RECOVERED: ' DELIMITED BY SIZE
                  WS-RECOVERED-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
           PERFORM 8100-CALL-WRITER-PARA
           PERFORM 0900-CLOSE-RUN-PARA
               DECLARE MANIF-CUR CURSOR FOR
               SELECT S.CARRIER_CODE, S.TRACKING_REF, S.ORDER_ID,
                      S.CARTON_COUNT, C.CUSTOMER_ID, C.CUSTOMER_NAME,
                      C.ADDRESS1, O.SHIP_TO_ID, O.TOTAL_AMOUNT,
                      C.PRICE_BAND, C.DELIVERY_ZONE
               FROM SHIPMENT1 S, ORDER1 O, CUSTOMER1 C
               WHERE S.SHIP_DATE = :WS-RUN-DATE
                 AND O.ORDER_ID = S.ORDER_ID
                    :DCLCUSTOMER1.CUSTOMER-ID,
                    :DCLCUSTOMER1.CUSTOMER-NAME,
                    :DCLCUSTOMER1.ADDRESS1,
                    :SHIP-TO-ID OF DCLORDER1,
                    :TOTAL-AMOUNT OF DCLORDER1,
                    :PRICE-BAND,
                    :DCLCUSTOMER1.DELIVERY-ZONE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN 0
                 MOVE DELIVERY-ZONE OF DCLCUSTOMER1 TO WS-ZONE
                 IF SHIP-TO-ID OF DCLORDER1 NOT = SPACES
                    PERFORM 2500-GET-SHIP-TO-PARA
                 END-IF
                CUSTOMER-ID OF DCLSHIP-TO
           MOVE SHIP-TO-ID OF DCLORDER1 TO SHIP-TO-ID OF DCLSHIP-TO
           EXEC SQL
               SELECT SHIP_ADDRESS, DELIVERY_ZONE
                INTO :DCLSHIP-TO.SHIP-ADDRESS,
                     :DCLSHIP-TO.DELIVERY-ZONE
                FROM SHIP_TO1
                WHERE CUSTOMER_ID = :DCLSHIP-TO.CUSTOMER-ID
                  AND SHIP_TO_ID = :DCLSHIP-TO.SHIP-TO-ID
           IF SQLCODE = 0
              MOVE SHIP-ADDRESS-TEXT TO ADDRESS1-TEXT OF DCLCUSTOMER1
              MOVE SHIP-ADDRESS-LEN TO ADDRESS1-LEN OF DCLCUSTOMER1
              IF DELIVERY-ZONE OF DCLSHIP-TO NOT = SPACES
                 MOVE DELIVERY-ZONE OF DCLSHIP-TO TO WS-ZONE
              END-IF
           END-IF.
       3000-PROCESS-ROW-PARA.
      *    CONTROL BREAK ON CARRIER - SAME SHAPE AS THE A20PGM13
      *    CATEGORY BREAK - SO EACH CARRIER SIGNS AGAINST ITS OWN
      *    BLOCK AND SUBTOTALS.
           IF WS-FIRST-ROW
              MOVE CARRIER-CODE-TEXT OF DCLSHIPMENT1 TO
                   WS-CUR-CARRIER
              MOVE 'N' TO WS-FIRST-ROW-SW
              PERFORM 3200-PRINT-CARRIER-HDR-PARA
           ELSE
              IF CARRIER-CODE-TEXT OF DCLSHIPMENT1 NOT = WS-CUR-CARRIER
                 PERFORM 3500-PRINT-CARRIER-TOTAL-PARA
                 MOVE CARRIER-CODE-TEXT OF DCLSHIPMENT1 TO
                      WS-CUR-CARRIER
                 PERFORM 3200-PRINT-CARRIER-HDR-PARA
              END-IF
           END-IF
           ADD 1 TO WS-GRAND-COUNT
           ADD 1 TO WS-LOG-IN-COUNT
           ADD CARTON-COUNT TO WS-SUB-CARTONS
           ADD CARTON-COUNT TO WS-GRAND-CARTONS
           PERFORM 3100-PRICE-FREIGHT-PARA.
       3100-PRICE-FREIGHT-PARA.
      *    SAME CARD AND SAME FREE-DELIVERY RULE AS THE A20PGM33
      *    FREIGHT LINE. A SHIPMENT WITH NO RATE ROW COUNTS NOTHING
      *    EITHER WAY - INVOICING LISTS IT.
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
           IF SQLCODE = 0
              MOVE FREIGHT-CHARGE TO WS-RATED-AMT
              ADD WS-RATED-AMT TO WS-SUB-BILLED
              ADD WS-RATED-AMT TO WS-GRAND-BILLED
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
              IF FREE-FREIGHT-MIN > 0 AND
                 TOTAL-AMOUNT OF DCLORDER1 >= FREE-FREIGHT-MIN
                 CONTINUE
              ELSE
                 ADD WS-RATED-AMT TO WS-SUB-RECOVERED
                 ADD WS-RATED-AMT TO WS-GRAND-RECOVERED
              END-IF
           END-IF.
       3200-PRINT-CARRIER-HDR-PARA.
           MOVE 'D' TO RPTW-ACTION
           STRING 'CARRIER ' DELIMITED BY SIZE
                  '  SIGNED ....................' DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE WS-SUB-BILLED TO WS-BILLED-DISP
           MOVE WS-SUB-RECOVERED TO WS-RECOVERED-DISP
           MOVE SPACES TO RPTW-LINE
           MOVE 'D' TO RPTW-ACTION
           STRING '  FREIGHT BILLED ' DELIMITED BY SIZE
                  WS-BILLED-DISP DELIMITED BY SIZE
                  '  RECOVERED ' DELIMITED BY SIZE
                  WS-RECOVERED-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 0 TO WS-SUB-COUNT
           MOVE 0 TO WS-SUB-CARTONS
           MOVE 0 TO WS-SUB-BILLED
           MOVE 0 TO WS-SUB-RECOVERED.
       4000-CLOSE-CURSOR-PARA.
           EXEC SQL
               CLOSE MANIF-CUR
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM57' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM57' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM57' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM57 HELD - WAITING ON ' GATR-WAIT-JOB
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
