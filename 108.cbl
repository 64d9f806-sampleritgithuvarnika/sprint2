       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PG108.
      *PRICE INQUIRY - "WHY THIS PRICE". WHEN A CUSTOMER DISPUTES A
      *PRICE THE CLERK KEYS THE CUSTOMER, PRODUCT, QUANTITY AND THE
      *DATE IN QUESTION (BLANK = TODAY) AND SEES ON THE SHARED RPTLST
      *MAP EVERY STEP THAT BUILT IT - LIST PRICE, CONTRACT, PRICE
      *BAND, PROMOTION, THE NET UNIT PRICE AND HOW LONG IT HOLDS, THE
      *LINE AMOUNT, THE VOLUME DISCOUNT AND THE TAX - WITHOUT GOING
      *TO IT. THE FIGURES COME FROM THE SHARED A20PG106 PRICING
      *ROUTINE, THE SAME CALLS ORDER ENTRY AND QUOTATIONS MAKE, SO
      *THE ANSWER HERE IS THE PRICE THOSE SCREENS CHARGE. THE VOLUME
      *DISCOUNT IS SHOWN AS IF THE LINE WERE THE WHOLE ORDER.
      *ENTER = SHOW PRICE.  PF5 = CLEAR.  PF4 = MENU.  PF3 = LOG OUT.
      *ANY KEY ON THE LIST RETURNS TO THE INQUIRY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
       COPY PRCREQ1.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-SQLCODE       PIC -9(04).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-PRICE-DISP    PIC ZZZ9.99.
       77 WS-AMT-DISP      PIC Z(9)9.99.
       77 WS-PCT-DISP      PIC Z9.99.
       77 WS-PCT           PIC S9(3)V9(2) COMP-3.
       01 WS-LINE          PIC X(70).
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
      *    THE LAST INQUIRY, PUT BACK ON THE SCREEN WHEN THE CLERK
      *    LEAVES THE LIST.
          05 WS-PRQ-CUS    PIC X(06).
          05 WS-PRQ-PRD    PIC X(06).
          05 WS-PRQ-QTY    PIC X(03).
          05 WS-PRQ-DTE    PIC X(10).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA     PIC X(05).
            10 LK-DATE     PIC X(10).
            10 LK-TIME     PIC X(08).
            10 LK-PRQ-CUS  PIC X(06).
            10 LK-PRQ-PRD  PIC X(06).
            10 LK-PRQ-QTY  PIC X(03).
            10 LK-PRQ-DTE  PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO  PRQINO
              PERFORM 2000-SEND-PARA
              MOVE 'PRCQ ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
              IF WS-DATA = 'PICK '
                 MOVE LOW-VALUES TO PRQINO
                 MOVE WS-PRQ-CUS TO PRQCUSO
                 MOVE WS-PRQ-PRD TO PRQPRDO
                 MOVE WS-PRQ-QTY TO PRQQTYO
                 MOVE WS-PRQ-DTE TO PRQDTEO
                 PERFORM 2000-SEND-PARA
                 MOVE 'PRCQ ' TO WS-DATA
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
                SEND MAP('PRQIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-EDIT-PARA
              PERFORM 5000-SHOW-PRICE-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  PRQINO
              MOVE 'YOU ARE LOGGED OUT' TO PRQMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              MOVE LOW-VALUES TO PRQINO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO PRQMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('PRQIN') MAPSET('A20MPS1')
           END-EXEC.
       4000-EDIT-PARA.
           IF PRQCUSI = SPACES OR LOW-VALUES
             MOVE 'CUSTOMER ID IS REQUIRED' TO PRQMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF PRQPRDI = SPACES OR LOW-VALUES
             MOVE 'PRODUCT CODE IS REQUIRED' TO PRQMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    NO QUANTITY PRICES ONE UNIT; NO DATE PRICES TODAY.
           IF PRQQTYI = SPACES OR LOW-VALUES
              MOVE '001' TO PRQQTYI
           END-IF
           IF PRQQTYI IS NOT NUMERIC
              MOVE 'QUANTITY MUST BE NUMERIC' TO PRQMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 1000-GET-DATE
           IF PRQDTEI = SPACES OR LOW-VALUES
              MOVE WS-DATE TO PRQDTEI
           END-IF
           IF PRQDTEI(1:4) IS NOT NUMERIC OR
              PRQDTEI(5:1) NOT = '-' OR
              PRQDTEI(6:2) IS NOT NUMERIC OR
              PRQDTEI(8:1) NOT = '-' OR
              PRQDTEI(9:2) IS NOT NUMERIC
              MOVE 'DATE MUST BE YYYY-MM-DD' TO PRQMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    THE PRICING ROUTINE PRICES AN UNKNOWN CUSTOMER AS RETAIL -
      *    RIGHT FOR AN ORDER, BUT A DISPUTE IS ALWAYS ABOUT A REAL
      *    ACCOUNT, SO A MISKEYED ONE IS TURNED AWAY HERE.
           MOVE PRQCUSI TO CUSTOMER-ID-TEXT
           MOVE LENGTH OF PRQCUSI TO CUSTOMER-ID-LEN
           EXEC SQL
               SELECT CUSTOMER_ID
                INTO :CUSTOMER-ID
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'CUSTOMER NOT FOUND' TO PRQMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               STRING 'SQL ERROR ' DELIMITED BY SIZE
                      WS-SQLCODE DELIMITED BY SIZE
                      INTO PRQMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
           MOVE PRQCUSI TO WS-PRQ-CUS
           MOVE PRQPRDI TO WS-PRQ-PRD
           MOVE PRQQTYI TO WS-PRQ-QTY
           MOVE PRQDTEI TO WS-PRQ-DTE.
       5000-SHOW-PRICE-PARA.
           MOVE 'U' TO PRCR-ACTION
           MOVE WS-PRQ-CUS TO PRCR-CUSTOMER
           MOVE WS-PRQ-PRD TO PRCR-PRODUCT
           MOVE WS-PRQ-DTE TO PRCR-PRICE-DATE
           MOVE WS-PRQ-QTY TO PRCR-QUANTITY
           CALL 'A20PG106' USING PRCR-REQUEST
           EVALUATE PRCR-RESULT
             WHEN 'Y'
               CONTINUE
             WHEN 'N'
               MOVE 'PRODUCT NOT FOUND' TO PRQMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
               MOVE PRCR-SQLCODE TO WS-SQLCODE
               STRING 'SQL ERROR ' DELIMITED BY SIZE
                      WS-SQLCODE DELIMITED BY SIZE
                      INTO PRQMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE
      *    THE LINE PRICED AS A ONE-LINE ORDER FOR THE VOLUME
      *    DISCOUNT AND THE TAX ON WHAT IS ACTUALLY PAID.
           MOVE 'T' TO PRCR-ACTION
           MOVE PRCR-LINE-AMOUNT TO PRCR-SUBTOTAL
           MOVE PRCR-LINE-TAX TO PRCR-TAX-SUM
           CALL 'A20PG106' USING PRCR-REQUEST
           MOVE SPACES TO RPTTTLO
           STRING 'PRICE ' DELIMITED BY SIZE
                  WS-PRQ-CUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRQ-PRD DELIMITED BY SIZE
                  ' X ' DELIMITED BY SIZE
                  WS-PRQ-QTY DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-PRQ-DTE DELIMITED BY SIZE
                  INTO RPTTTLO
           PERFORM 5100-LIST-LINE-PARA
           PERFORM 5200-CONTRACT-LINE-PARA
           PERFORM 5300-BAND-LINE-PARA
           PERFORM 5400-PROMO-LINE-PARA
           PERFORM 5500-NET-LINE-PARA
           PERFORM 5600-AMOUNT-LINE-PARA
           PERFORM 5700-DISCOUNT-LINE-PARA
           PERFORM 5800-TAX-LINE-PARA
           PERFORM 5900-TOTAL-LINE-PARA
           MOVE 'DISCOUNT SHOWN AS IF THIS LINE WERE THE WHOLE ORDER'
                TO RPTL10O
           MOVE 'ENTER TO RETURN' TO RPTMSGO
           EXEC CICS
               SEND MAP('RPTLST') MAPSET('A20MPS1') ERASE
           END-EXEC
           MOVE 'PICK ' TO WS-DATA
           PERFORM 8888-RETURN-TRANS-PARA.
       5100-LIST-LINE-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 'LIST PRICE' TO WS-LINE(1:18)
           MOVE PRCR-LIST-PRICE TO WS-PRICE-DISP
           MOVE WS-PRICE-DISP TO WS-LINE(19:7)
           MOVE WS-LINE TO RPTL01O.
       5200-CONTRACT-LINE-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 'CONTRACT' TO WS-LINE(1:18)
           IF PRCR-CONTRACT-PRICE = 0
              MOVE 'NONE IN FORCE' TO WS-LINE(19:13)
           ELSE
              MOVE PRCR-CONTRACT-PRICE TO WS-PRICE-DISP
              MOVE WS-PRICE-DISP TO WS-LINE(19:7)
              MOVE 'REPLACES LIST PRICE' TO WS-LINE(28:19)
           END-IF
           MOVE WS-LINE TO RPTL02O.
       5300-BAND-LINE-PARA.
      *    A CONTRACT ALWAYS WINS OVER THE BAND, SO THE BAND IS ONLY
      *    EVER USED WHEN THERE IS NO CONTRACT.
           MOVE SPACES TO WS-LINE
           MOVE 'PRICE BAND' TO WS-LINE(1:18)
           EVALUATE TRUE
             WHEN PRCR-BAND-CODE = SPACE
               MOVE 'NONE (RETAIL)' TO WS-LINE(19:13)
             WHEN PRCR-CONTRACT-PRICE NOT = 0
               MOVE PRCR-BAND-CODE TO WS-LINE(19:1)
               MOVE 'NOT USED - CONTRACT APPLIES' TO WS-LINE(28:27)
             WHEN PRCR-BAND-PCT = 0
               MOVE PRCR-BAND-CODE TO WS-LINE(19:1)
               MOVE 'NO DISCOUNT FOR THIS BAND' TO WS-LINE(28:25)
             WHEN OTHER
               MOVE PRCR-BAND-CODE TO WS-LINE(19:1)
               COMPUTE WS-PCT = PRCR-BAND-PCT * 100
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-LINE(21:5)
               MOVE '% OFF LIST' TO WS-LINE(26:10)
           END-EVALUATE
           MOVE WS-LINE TO RPTL03O.
       5400-PROMO-LINE-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 'PROMOTION' TO WS-LINE(1:18)
           IF PRCR-PROMO-ID = SPACES
              MOVE 'NONE CHEAPER IN FORCE' TO WS-LINE(19:21)
           ELSE
              MOVE PRCR-PROMO-ID TO WS-LINE(19:6)
              MOVE 'SAVES' TO WS-LINE(28:5)
              MOVE PRCR-PROMO-SAVING TO WS-PRICE-DISP
              MOVE WS-PRICE-DISP TO WS-LINE(34:7)
              MOVE 'PER UNIT' TO WS-LINE(42:8)
           END-IF
           MOVE WS-LINE TO RPTL04O.
       5500-NET-LINE-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 'NET UNIT PRICE' TO WS-LINE(1:18)
           MOVE PRCR-UNIT-PRICE TO WS-PRICE-DISP
           MOVE WS-PRICE-DISP TO WS-LINE(19:7)
           MOVE PRCR-SOURCE TO WS-LINE(28:8)
           MOVE 'VALID TO' TO WS-LINE(38:8)
           IF PRCR-VALID-TO = SPACES
              MOVE 'OPEN' TO WS-LINE(47:4)
           ELSE
              MOVE PRCR-VALID-TO TO WS-LINE(47:10)
           END-IF
           MOVE WS-LINE TO RPTL05O.
       5600-AMOUNT-LINE-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 'LINE AMOUNT' TO WS-LINE(1:18)
           MOVE PRCR-LINE-AMOUNT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO WS-LINE(19:13)
           MOVE WS-LINE TO RPTL06O.
       5700-DISCOUNT-LINE-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 'VOLUME DISCOUNT' TO WS-LINE(1:18)
           MOVE PRCR-DISCOUNT-AMT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO WS-LINE(19:13)
           IF PRCR-DISCOUNT-AMT > 0
              COMPUTE WS-PCT = PRCR-DISCOUNT-PCT * 100
              MOVE WS-PCT TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO WS-LINE(33:5)
              MOVE '% - OVER' TO WS-LINE(38:8)
           ELSE
              MOVE 'UNDER' TO WS-LINE(33:5)
           END-IF
           MOVE PRCR-DISCOUNT-THRESHOLD TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO WS-LINE(47:13)
           MOVE WS-LINE TO RPTL07O.
       5800-TAX-LINE-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 'TAX' TO WS-LINE(1:18)
           MOVE PRCR-TAX-AMT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO WS-LINE(19:13)
           MOVE 'CLASS' TO WS-LINE(33:5)
           MOVE PRCR-PROD-TAX-CLASS TO WS-LINE(39:1)
           MOVE '/' TO WS-LINE(40:1)
           MOVE PRCR-CUST-TAX-CLASS TO WS-LINE(41:1)
           MOVE 'AT' TO WS-LINE(43:2)
           COMPUTE WS-PCT = PRCR-TAX-RATE * 100
           MOVE WS-PCT TO WS-PCT-DISP
           MOVE WS-PCT-DISP TO WS-LINE(46:5)
           MOVE '%' TO WS-LINE(51:1)
           MOVE WS-LINE TO RPTL08O.
       5900-TOTAL-LINE-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 'TOTAL' TO WS-LINE(1:18)
           MOVE PRCR-TOTAL-AMOUNT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO WS-LINE(19:13)
           MOVE WS-LINE TO RPTL09O.
       8888-RETURN-TRANS-PARA.
           EXEC CICS
                RETURN
                TRANSID('A242')
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
