       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PGM8.
      *ADD/UPDATE CUSTOMER1
      *DELIVERY ZONE IS THE CARRIER_RATE1 ZONE FREIGHT IS PRICED IN.
      *CURRENCY IS WHAT AN EXPORT ACCOUNT IS BILLED AND PAYS IN - IT
      *MUST HAVE AN EXCHANGE_RATE1 ROW. BLANK IS BASE CURRENCY.
      *E-MAIL IS WHERE CUSTOMER NOTIFICATIONS GO; OPT OUT 'Y' STOPS
      *THEM.
      *PAYMENT TERMS ARE NET DAYS FROM INVOICE (BLANK ON ADD IS THE
      *STANDARD 30) AND AN OPTIONAL SETTLEMENT DISCOUNT - PERCENT
      *KEYED AS FOUR DIGITS (0250 IS 2.50%) FOR PAYMENT WITHIN THE
      *DISCOUNT DAYS, WHICH MUST FALL INSIDE THE NET TERMS.
      *PARENT MAKES THIS ACCOUNT A BRANCH OF A HEAD OFFICE ACCOUNT
      *(ONE LEVEL ONLY - THE HEAD OFFICE MAY NOT ITSELF HAVE A
      *PARENT, AND AN ACCOUNT WITH BRANCHES MAY NOT BECOME ONE).
      *KEY NONE TO DETACH A BRANCH. GROUP LIMIT (WHOLE UNITS, HEAD
      *OFFICE ONLY, 0 = NONE) CAPS THE WHOLE GROUP'S BALANCE AND,
      *LIKE ANY CREDIT LIMIT, ONLY A SUPERVISOR OR MANAGER MAY SET
      *IT. CONSOLIDATE 'Y' ON THE HEAD OFFICE PRINTS THE BRANCHES'
      *STATEMENTS UNDER ITS OWN.
      *EVERY COLUMN AN UPDATE CHANGES IS LOGGED BEFORE/AFTER, WITH
      *THE OPERATOR AND TIME, THROUGH THE SHARED A20PGM98 WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SLSREP1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE EXCRTE1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE USR1
           END-EXEC.
       COPY MCLREQ1.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-SQLCODE       PIC -9(04).
       77 WS-DEFAULT-CREDIT-LIMIT PIC S9(8)V9(2) COMP-3 VALUE 5000.00.
       77 WS-RATE-COUNT    PIC S9(4) COMP.
       77 WS-AT-COUNT      PIC S9(4) COMP.
       77 WS-DOT-COUNT     PIC S9(4) COMP.
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-DEFAULT-TERMS PIC S9(4) COMP VALUE 30.
       77 WS-NET-DAYS      PIC S9(4) COMP.
       77 WS-DAYS-DISP     PIC 9(03).
       01 WS-DPCT-ENTRY.
          05 WS-DPCT-NUM   PIC 9(02)V9(02).
       01 WS-DPCT-TEXT REDEFINES WS-DPCT-ENTRY PIC X(04).
       01 WS-GCL-ENTRY.
          05 WS-GCL-NUM    PIC 9(08).
       01 WS-GCL-TEXT REDEFINES WS-GCL-ENTRY PIC X(08).
       77 WS-LIMIT-DISP    PIC ZZZZZZZ9.99.
       77 WS-CALLER-ROLE   PIC X(01).
       77 WS-BRANCH-COUNT  PIC S9(4) COMP.
       77 WS-THIS-ACCOUNT  PIC X(06).
       77 WS-PARENT-OF-PARENT PIC X(06).
       77 WS-PRIOR-GRPLIM  PIC S9(8)V9(2) COMP-3.
       77 WS-PRIOR-PARENT  PIC X(06).
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-OLD-BAND   PIC X(01).
          05 WS-OLD-TAXCL  PIC X(01).
          05 WS-OLD-REP    PIC X(04).
          05 WS-OLD-ZONE   PIC X(02).
          05 WS-OLD-CURR   PIC X(03).
          05 WS-OLD-EMAIL  PIC X(40).
          05 WS-OLD-OPTOUT PIC X(01).
          05 WS-OLD-TERMS  PIC S9(4) COMP.
          05 WS-OLD-DPCT   PIC S9(2)V9(2) COMP-3.
          05 WS-OLD-DDAYS  PIC S9(4) COMP.
          05 WS-OLD-PARENT PIC X(06).
          05 WS-OLD-GRPLIM PIC S9(8)V9(2) COMP-3.
          05 WS-OLD-CONSOL PIC X(01).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
            10 LK-OLD-BAND   PIC X(01).
            10 LK-OLD-TAXCL  PIC X(01).
            10 LK-OLD-REP    PIC X(04).
            10 LK-OLD-ZONE   PIC X(02).
            10 LK-OLD-CURR   PIC X(03).
            10 LK-OLD-EMAIL  PIC X(40).
            10 LK-OLD-OPTOUT PIC X(01).
            10 LK-OLD-TERMS  PIC S9(4) COMP.
            10 LK-OLD-DPCT   PIC S9(2)V9(2) COMP-3.
            10 LK-OLD-DDAYS  PIC S9(4) COMP.
            10 LK-OLD-PARENT PIC X(06).
            10 LK-OLD-GRPLIM PIC S9(8)V9(2) COMP-3.
            10 LK-OLD-CONSOL PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
                     ADDRESS1,
                     PRICE_BAND,
                     TAX_CLASS,
                     REP_ID,
                     DELIVERY_ZONE,
                     CURRENCY_CODE,
                     EMAIL_ADDRESS,
                     NOTIFY_OPT_OUT,
                     TERMS_DAYS,
                     SETTLE_DISC_PCT,
                     SETTLE_DISC_DAYS,
                     PARENT_ID,
                     GROUP_CREDIT_LIMIT,
                     CONSOL_STMT
              INTO  :CUSTOMER-ID,
                    :CUSTOMER-NAME,
                    :CONTACT,
                    :ADDRESS1,
                    :PRICE-BAND,
                    :TAX-CLASS,
                    :REP-ID OF DCLCUSTOMER1,
                    :DCLCUSTOMER1.DELIVERY-ZONE,
                    :DCLCUSTOMER1.CURRENCY-CODE,
                    :EMAIL-ADDRESS,
                    :NOTIFY-OPT-OUT,
                    :TERMS-DAYS,
                    :SETTLE-DISC-PCT,
                    :SETTLE-DISC-DAYS,
                    :PARENT-ID,
                    :GROUP-CREDIT-LIMIT,
                    :CONSOL-STMT
              FROM CUSTOMER1
              WHERE CUSTOMER_ID = :CUSTOMER-ID
           END-EXEC
                MOVE   PRICE-BAND   TO CUSTBDO
                MOVE   TAX-CLASS    TO CUSTTXO
                MOVE   REP-ID OF DCLCUSTOMER1 TO CUSTRPO
                MOVE   DELIVERY-ZONE OF DCLCUSTOMER1 TO CUSTZNO
                MOVE   CURRENCY-CODE OF DCLCUSTOMER1 TO CUSTCYO
                MOVE   EMAIL-ADDRESS TO CUSTEMO
                MOVE   NOTIFY-OPT-OUT TO CUSTOPO
                PERFORM 4700-SHOW-TERMS-PARA
                PERFORM 4710-SHOW-GROUP-PARA
                PERFORM 4500-SAVE-BEFORE-IMAGE-PARA
                MOVE 'CUSTOMER FOUND - PF2 TO UPDATE' TO CUSTMSGO
             WHEN 100
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
      *    A CURRENCY NOBODY HAS LOADED A RATE FOR WOULD STOP THE
      *    ACCOUNT BEING INVOICED AT ALL - REFUSE IT HERE.
           IF CUSTCYI = SPACES OR LOW-VALUES
              CONTINUE
           ELSE
              MOVE CUSTCYI TO CURRENCY-CODE OF DCLEXCHANGE-RATE
              EXEC SQL
                  SELECT COUNT(*)
                   INTO :WS-RATE-COUNT
                   FROM EXCHANGE_RATE1
                   WHERE CURRENCY_CODE =
                         :DCLEXCHANGE-RATE.CURRENCY-CODE
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-RATE-COUNT = 0
                 MOVE 'NO EXCHANGE RATE FOR THAT CURRENCY' TO CUSTMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
      *    AN ADDRESS THE MAIL GATEWAY CANNOT USE ONLY COMES BACK AS
      *    A BOUNCE - SAME SHAPE TEST AS THE A20PGM4 CONTACT CHECK
      *    (ONE '@' AND AT LEAST ONE '.').
           IF CUSTEMI = SPACES OR LOW-VALUES
              CONTINUE
           ELSE
              MOVE 0 TO WS-AT-COUNT
              MOVE 0 TO WS-DOT-COUNT
              INSPECT CUSTEMI TALLYING WS-AT-COUNT FOR ALL '@'
              INSPECT CUSTEMI TALLYING WS-DOT-COUNT FOR ALL '.'
              IF WS-AT-COUNT NOT = 1 OR WS-DOT-COUNT = 0
                 MOVE 'E-MAIL ADDRESS IS NOT VALID' TO CUSTMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
           IF CUSTOPI = SPACES OR LOW-VALUES
             CONTINUE
           ELSE
             IF CUSTOPI = 'Y' OR CUSTOPI = 'N'
               CONTINUE
             ELSE
               MOVE 'OPT OUT MUST BE Y OR N' TO CUSTMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             END-IF
           END-IF
      *    TERMS AND DISCOUNT ARE ONLY VALIDATED WHEN KEYED - BLANK
      *    MEANS 'NO CHANGE' ON UPDATE, AND STANDARD 30 DAYS WITH NO
      *    DISCOUNT ON ADD. HOW THEY SIT TOGETHER IS CHECKED ONCE
      *    THE BLANKS ARE RESOLVED (4020).
           IF CUSTTRMI = SPACES OR LOW-VALUES
             CONTINUE
           ELSE
             IF CUSTTRMI IS NOT NUMERIC OR CUSTTRMI = '000'
               MOVE 'PAY TERMS MUST BE 001-999 DAYS' TO CUSTMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             END-IF
           END-IF
           IF CUSTDPCI = SPACES OR LOW-VALUES
             CONTINUE
           ELSE
             IF CUSTDPCI IS NOT NUMERIC
               MOVE 'DISCOUNT % MUST BE 4 DIGITS, 0250=2.50'
                    TO CUSTMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             END-IF
           END-IF
           IF CUSTDDYI = SPACES OR LOW-VALUES
             CONTINUE
           ELSE
             IF CUSTDDYI IS NOT NUMERIC
               MOVE 'DISCOUNT DAYS MUST BE A NUMBER' TO CUSTMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             END-IF
           END-IF
      *    PARENT, GROUP LIMIT AND CONSOLIDATE FOLLOW THE SAME BLANK
      *    RULE. HOW THEY SIT WITH THE REST OF THE GROUP IS CHECKED
      *    ONCE THE BLANKS ARE RESOLVED (4030).
           IF CUSTGCLI = SPACES OR LOW-VALUES
             CONTINUE
           ELSE
             IF CUSTGCLI IS NOT NUMERIC
               MOVE 'GROUP LIMIT MUST BE 8 WHOLE DIGITS'
                    TO CUSTMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             END-IF
           END-IF
           IF CUSTCONI = SPACES OR LOW-VALUES
             CONTINUE
           ELSE
             IF CUSTCONI = 'Y' OR CUSTCONI = 'N'
               CONTINUE
             ELSE
               MOVE 'CONSOLIDATE MUST BE Y OR N' TO CUSTMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             END-IF
           END-IF.
       4020-CHECK-TERMS-PARA.
      *    A DISCOUNT NEEDS A WINDOW, AND THE WINDOW MUST CLOSE BEFORE
      *    THE INVOICE FALLS DUE - OTHERWISE EVERY ON-TIME PAYMENT
      *    WOULD TAKE IT.
           IF TERMS-DAYS = 0
              MOVE WS-DEFAULT-TERMS TO WS-NET-DAYS
           ELSE
              MOVE TERMS-DAYS TO WS-NET-DAYS
           END-IF
           IF SETTLE-DISC-PCT > 0
              IF SETTLE-DISC-DAYS = 0
                 OR SETTLE-DISC-DAYS NOT < WS-NET-DAYS
                 MOVE 'DISCOUNT DAYS MUST BE INSIDE NET TERMS'
                      TO CUSTMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF.
       4030-CHECK-GROUP-PARA.
      *    ONE LEVEL ONLY - A BRANCH'S PARENT MUST EXIST AND NOT BE
      *    A BRANCH ITSELF, AND AN ACCOUNT THAT ALREADY
      *    HAS BRANCHES CANNOT BE PUT UNDER ANOTHER. THE GROUP LIMIT
      *    AND CONSOLIDATION BELONG TO THE HEAD OFFICE.
           IF PARENT-ID NOT = SPACES
              IF PARENT-ID = CUSTIDI
                 MOVE 'AN ACCOUNT CANNOT BE ITS OWN PARENT'
                      TO CUSTMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              MOVE PARENT-ID TO CUSTOMER-ID-TEXT
              MOVE LENGTH OF PARENT-ID TO CUSTOMER-ID-LEN
              MOVE SPACES TO WS-PARENT-OF-PARENT
              EXEC SQL
                  SELECT PARENT_ID
                   INTO :WS-PARENT-OF-PARENT
                   FROM CUSTOMER1
                   WHERE CUSTOMER_ID = :CUSTOMER-ID
              END-EXEC
              MOVE CUSTIDI TO CUSTOMER-ID-TEXT
              MOVE LENGTH OF CUSTIDI TO CUSTOMER-ID-LEN
              IF SQLCODE NOT = 0
                 MOVE 'NO SUCH PARENT ACCOUNT' TO CUSTMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              IF WS-PARENT-OF-PARENT NOT = SPACES
                 MOVE 'PARENT IS ITSELF A BRANCH' TO CUSTMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              MOVE CUSTIDI TO WS-THIS-ACCOUNT
              MOVE 0 TO WS-BRANCH-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                   INTO :WS-BRANCH-COUNT
                   FROM CUSTOMER1
                   WHERE PARENT_ID = :WS-THIS-ACCOUNT
              END-EXEC
              IF WS-BRANCH-COUNT > 0
                 MOVE 'ACCOUNT HAS BRANCHES - NO PARENT ALLOWED'
                      TO CUSTMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
              IF GROUP-CREDIT-LIMIT NOT = 0 OR CONSOL-STMT = 'Y'
                 MOVE 'GROUP LIMIT/CONSOL ARE HEAD OFFICE ONLY'
                      TO CUSTMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
      *    RE-PARENTING A BRANCH (OR TAKING IT OUT OF ITS GROUP)
      *    MOVES ITS BALANCE OUT FROM UNDER THE GROUP LIMIT - AS MUCH
      *    A CREDIT DECISION AS CHANGING THE LIMIT. A NEW ACCOUNT
      *    KEYED STRAIGHT INTO A GROUP ONLY ADDS TO ITS EXPOSURE.
           IF GROUP-CREDIT-LIMIT NOT = WS-PRIOR-GRPLIM OR
              PARENT-ID NOT = WS-PRIOR-PARENT
              PERFORM 4040-CHECK-ROLE-PARA
           END-IF.
       4040-CHECK-ROLE-PARA.
      *    CREDIT LIMITS ARE A SUPERVISOR DECISION - SAME ROLE TEST
      *    AS THE A20PGM76 CREDIT-LIMIT APPROVAL SCREEN.
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
              MOVE 'GROUP CHANGE NEEDS SUPERVISOR ROLE' TO CUSTMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       6000-INSERT-PARA.
           MOVE CUSTIDI TO CUSTOMER-ID-TEXT
           END-IF
           MOVE CUSTRPI TO REP-ID OF DCLCUSTOMER1
           MOVE SPACES TO CUST-STATUS
      *    A BLANK ZONE PRICES FREIGHT OFF THE CARRIER'S BLANK-ZONE
      *    (DEFAULT) RATE ROWS.
           IF CUSTZNI = LOW-VALUES
              MOVE SPACES TO DELIVERY-ZONE OF DCLCUSTOMER1
           ELSE
              MOVE CUSTZNI TO DELIVERY-ZONE OF DCLCUSTOMER1
           END-IF
      *    A BLANK CURRENCY BILLS IN BASE CURRENCY.
           IF CUSTCYI = LOW-VALUES
              MOVE SPACES TO CURRENCY-CODE OF DCLCUSTOMER1
           ELSE
              MOVE CUSTCYI TO CURRENCY-CODE OF DCLCUSTOMER1
           END-IF
      *    NO E-MAIL MEANS NO NOTIFICATIONS CAN GO; A NEW ACCOUNT IS
      *    OPTED IN UNLESS KEYED OTHERWISE.
           IF CUSTEMI = LOW-VALUES
              MOVE SPACES TO EMAIL-ADDRESS
           ELSE
              MOVE CUSTEMI TO EMAIL-ADDRESS
           END-IF
           IF CUSTOPI = SPACES OR LOW-VALUES
              MOVE 'N' TO NOTIFY-OPT-OUT
           ELSE
              MOVE CUSTOPI TO NOTIFY-OPT-OUT
           END-IF
      *    NEW ACCOUNTS ARE ON THE STANDARD 30 DAYS WITH NO SETTLEMENT
      *    DISCOUNT UNLESS KEYED OTHERWISE.
           IF CUSTTRMI = SPACES OR LOW-VALUES
              MOVE WS-DEFAULT-TERMS TO TERMS-DAYS
           ELSE
              MOVE CUSTTRMI TO TERMS-DAYS
           END-IF
           IF CUSTDPCI = SPACES OR LOW-VALUES
              MOVE 0 TO SETTLE-DISC-PCT
           ELSE
              MOVE CUSTDPCI TO WS-DPCT-TEXT
              MOVE WS-DPCT-NUM TO SETTLE-DISC-PCT
           END-IF
           IF CUSTDDYI = SPACES OR LOW-VALUES
              MOVE 0 TO SETTLE-DISC-DAYS
           ELSE
              MOVE CUSTDDYI TO SETTLE-DISC-DAYS
           END-IF
           PERFORM 4020-CHECK-TERMS-PARA
      *    A NEW ACCOUNT STANDS ALONE WITH NO GROUP LIMIT AND ITS OWN
      *    STATEMENT UNLESS KEYED OTHERWISE.
           IF CUSTPARI = SPACES OR LOW-VALUES OR CUSTPARI = 'NONE'
              MOVE SPACES TO PARENT-ID
           ELSE
              MOVE CUSTPARI TO PARENT-ID
           END-IF
           IF CUSTGCLI = SPACES OR LOW-VALUES
              MOVE 0 TO GROUP-CREDIT-LIMIT
           ELSE
              MOVE CUSTGCLI TO WS-GCL-TEXT
              MOVE WS-GCL-NUM TO GROUP-CREDIT-LIMIT
           END-IF
           IF CUSTCONI = SPACES OR LOW-VALUES
              MOVE 'N' TO CONSOL-STMT
           ELSE
              MOVE CUSTCONI TO CONSOL-STMT
           END-IF
           MOVE 0 TO WS-PRIOR-GRPLIM
           MOVE PARENT-ID TO WS-PRIOR-PARENT
           PERFORM 4030-CHECK-GROUP-PARA
           EXEC  SQL
              INSERT INTO CUSTOMER1 VALUES(
                    :CUSTOMER-ID,
                    :DUNNING-LEVEL,
                    :TAX-CLASS,
                    :REP-ID OF DCLCUSTOMER1,
                    :CUST-STATUS,
                    :DCLCUSTOMER1.DELIVERY-ZONE,
                    :DCLCUSTOMER1.CURRENCY-CODE,
                    :EMAIL-ADDRESS,
                    :NOTIFY-OPT-OUT,
                    :TERMS-DAYS,
                    :SETTLE-DISC-PCT,
                    :SETTLE-DISC-DAYS,
                    :PARENT-ID,
                    :GROUP-CREDIT-LIMIT,
                    :CONSOL-STMT)
           END-EXEC
           EVALUATE  SQLCODE
             WHEN 0
           MOVE LENGTH OF CUSTIDI TO CUSTOMER-ID-LEN
      *    A FIELD LEFT BLANK ON THE UPDATE KEEPS WHAT THE LOOKUP
      *    SHOWED - AN ADDRESS-ONLY CORRECTION MUST NOT STRIP THE
      *    TRADE BAND, THE EXPORT TAX STATUS, THE REP, THE
      *    DELIVERY ZONE, THE CURRENCY, THE E-MAIL ADDRESS, THE
      *    OPT-OUT OR THE PAYMENT TERMS.
           IF CUSTBDI = SPACES OR LOW-VALUES
              MOVE WS-OLD-BAND TO PRICE-BAND
           ELSE
           ELSE
              MOVE CUSTRPI TO REP-ID OF DCLCUSTOMER1
           END-IF
           IF CUSTZNI = SPACES OR LOW-VALUES
              MOVE WS-OLD-ZONE TO DELIVERY-ZONE OF DCLCUSTOMER1
           ELSE
              MOVE CUSTZNI TO DELIVERY-ZONE OF DCLCUSTOMER1
           END-IF
           IF CUSTCYI = SPACES OR LOW-VALUES
              MOVE WS-OLD-CURR TO CURRENCY-CODE OF DCLCUSTOMER1
           ELSE
              MOVE CUSTCYI TO CURRENCY-CODE OF DCLCUSTOMER1
           END-IF
           IF CUSTEMI = SPACES OR LOW-VALUES
              MOVE WS-OLD-EMAIL TO EMAIL-ADDRESS
           ELSE
              MOVE CUSTEMI TO EMAIL-ADDRESS
           END-IF
           IF CUSTOPI = SPACES OR LOW-VALUES
              MOVE WS-OLD-OPTOUT TO NOTIFY-OPT-OUT
           ELSE
              MOVE CUSTOPI TO NOTIFY-OPT-OUT
           END-IF
           IF CUSTTRMI = SPACES OR LOW-VALUES
              MOVE WS-OLD-TERMS TO TERMS-DAYS
           ELSE
              MOVE CUSTTRMI TO TERMS-DAYS
           END-IF
           IF CUSTDPCI = SPACES OR LOW-VALUES
              MOVE WS-OLD-DPCT TO SETTLE-DISC-PCT
           ELSE
              MOVE CUSTDPCI TO WS-DPCT-TEXT
              MOVE WS-DPCT-NUM TO SETTLE-DISC-PCT
           END-IF
           IF CUSTDDYI = SPACES OR LOW-VALUES
              MOVE WS-OLD-DDAYS TO SETTLE-DISC-DAYS
           ELSE
              MOVE CUSTDDYI TO SETTLE-DISC-DAYS
           END-IF
           PERFORM 4020-CHECK-TERMS-PARA
           IF CUSTPARI = SPACES OR LOW-VALUES
              MOVE WS-OLD-PARENT TO PARENT-ID
           ELSE
              IF CUSTPARI = 'NONE'
                 MOVE SPACES TO PARENT-ID
              ELSE
                 MOVE CUSTPARI TO PARENT-ID
              END-IF
           END-IF
           IF CUSTGCLI = SPACES OR LOW-VALUES
              MOVE WS-OLD-GRPLIM TO GROUP-CREDIT-LIMIT
           ELSE
              MOVE CUSTGCLI TO WS-GCL-TEXT
              MOVE WS-GCL-NUM TO GROUP-CREDIT-LIMIT
           END-IF
           IF CUSTCONI = SPACES OR LOW-VALUES
              MOVE WS-OLD-CONSOL TO CONSOL-STMT
           ELSE
              MOVE CUSTCONI TO CONSOL-STMT
           END-IF
           MOVE WS-OLD-GRPLIM TO WS-PRIOR-GRPLIM
           MOVE WS-OLD-PARENT TO WS-PRIOR-PARENT
           PERFORM 4030-CHECK-GROUP-PARA
      *    GUARDED ON THE BEFORE-IMAGE CAPTURED AT LOOKUP - IF THE
      *    ROW CHANGED UNDERNEATH THIS SCREEN THE UPDATE FINDS
      *    NOTHING, NOBODY'S WORK IS LOST, AND THE CURRENT VALUES
                    ADDRESS1      = :ADDRESS1,
                    PRICE_BAND    = :PRICE-BAND,
                    TAX_CLASS     = :TAX-CLASS,
                    REP_ID        = :REP-ID OF DCLCUSTOMER1,
                    DELIVERY_ZONE = :DCLCUSTOMER1.DELIVERY-ZONE,
                    CURRENCY_CODE = :DCLCUSTOMER1.CURRENCY-CODE,
                    EMAIL_ADDRESS = :EMAIL-ADDRESS,
                    NOTIFY_OPT_OUT = :NOTIFY-OPT-OUT,
                    TERMS_DAYS    = :TERMS-DAYS,
                    SETTLE_DISC_PCT = :SETTLE-DISC-PCT,
                    SETTLE_DISC_DAYS = :SETTLE-DISC-DAYS,
                    PARENT_ID     = :PARENT-ID,
                    GROUP_CREDIT_LIMIT = :GROUP-CREDIT-LIMIT,
                    CONSOL_STMT   = :CONSOL-STMT
                    WHERE CUSTOMER_ID = :CUSTOMER-ID
                      AND CUSTOMER_NAME = :WS-OLD-NAME
                      AND CONTACT = :WS-OLD-CONTACT
                      AND PRICE_BAND = :WS-OLD-BAND
                      AND TAX_CLASS = :WS-OLD-TAXCL
                      AND REP_ID = :WS-OLD-REP
                      AND DELIVERY_ZONE = :WS-OLD-ZONE
                      AND CURRENCY_CODE = :WS-OLD-CURR
                      AND EMAIL_ADDRESS = :WS-OLD-EMAIL
                      AND NOTIFY_OPT_OUT = :WS-OLD-OPTOUT
                      AND TERMS_DAYS = :WS-OLD-TERMS
                      AND SETTLE_DISC_PCT = :WS-OLD-DPCT
                      AND SETTLE_DISC_DAYS = :WS-OLD-DDAYS
                      AND PARENT_ID = :WS-OLD-PARENT
                      AND GROUP_CREDIT_LIMIT = :WS-OLD-GRPLIM
                      AND CONSOL_STMT = :WS-OLD-CONSOL
           END-EXEC.
           EVALUATE  SQLCODE
             WHEN 0
                PERFORM 6150-LOG-CHANGES-PARA
                PERFORM 4550-SAVE-KEYED-IMAGE-PARA
                MOVE 'CUSTOMER UPDATED'   TO CUSTMSGO
             WHEN 100
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6150-LOG-CHANGES-PARA.
      *    ONE MASTER_CHANGE_LOG1 ROW PER COLUMN THAT ACTUALLY CHANGED -
      *    THE BEFORE-IMAGE AGAINST THE HOST VARIABLES JUST WRITTEN.
      *    ADDRESS, PRICE BAND AND GROUP CREDIT LIMIT ARE FLAGGED
      *    SENSITIVE FOR THE A20PG100 CHANGE-THEN-ORDER REPORT.
           PERFORM 1000-GET-DATE
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE 'C' TO MCLR-TYPE
           MOVE CUSTOMER-ID-TEXT TO MCLR-ID
           MOVE WS-DATE TO MCLR-DATE
           MOVE WS-TIME TO MCLR-TIME
           MOVE WS-OPERATOR TO MCLR-OPERATOR
           IF CUSTOMER-NAME-TEXT NOT = WS-OLD-NAME
              MOVE 'CUSTOMER_NAME' TO MCLR-FIELD
              MOVE WS-OLD-NAME TO MCLR-OLD
              MOVE CUSTOMER-NAME-TEXT TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF CONTACT NOT = WS-OLD-CONTACT
              MOVE 'CONTACT' TO MCLR-FIELD
              MOVE WS-OLD-CONTACT TO MCLR-OLD
              MOVE CONTACT TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF ADDRESS1-TEXT NOT = WS-OLD-ADDR
              MOVE 'ADDRESS1' TO MCLR-FIELD
              MOVE WS-OLD-ADDR TO MCLR-OLD
              MOVE ADDRESS1-TEXT TO MCLR-NEW
              MOVE 'Y' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF PRICE-BAND NOT = WS-OLD-BAND
              MOVE 'PRICE_BAND' TO MCLR-FIELD
              MOVE WS-OLD-BAND TO MCLR-OLD
              MOVE PRICE-BAND TO MCLR-NEW
              MOVE 'Y' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF TAX-CLASS NOT = WS-OLD-TAXCL
              MOVE 'TAX_CLASS' TO MCLR-FIELD
              MOVE WS-OLD-TAXCL TO MCLR-OLD
              MOVE TAX-CLASS TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF REP-ID OF DCLCUSTOMER1 NOT = WS-OLD-REP
              MOVE 'REP_ID' TO MCLR-FIELD
              MOVE WS-OLD-REP TO MCLR-OLD
              MOVE REP-ID OF DCLCUSTOMER1 TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF DELIVERY-ZONE OF DCLCUSTOMER1 NOT = WS-OLD-ZONE
              MOVE 'DELIVERY_ZONE' TO MCLR-FIELD
              MOVE WS-OLD-ZONE TO MCLR-OLD
              MOVE DELIVERY-ZONE OF DCLCUSTOMER1 TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF CURRENCY-CODE OF DCLCUSTOMER1 NOT = WS-OLD-CURR
              MOVE 'CURRENCY_CODE' TO MCLR-FIELD
              MOVE WS-OLD-CURR TO MCLR-OLD
              MOVE CURRENCY-CODE OF DCLCUSTOMER1 TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF EMAIL-ADDRESS NOT = WS-OLD-EMAIL
              MOVE 'EMAIL_ADDRESS' TO MCLR-FIELD
              MOVE WS-OLD-EMAIL TO MCLR-OLD
              MOVE EMAIL-ADDRESS TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF NOTIFY-OPT-OUT NOT = WS-OLD-OPTOUT
              MOVE 'NOTIFY_OPT_OUT' TO MCLR-FIELD
              MOVE WS-OLD-OPTOUT TO MCLR-OLD
              MOVE NOTIFY-OPT-OUT TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF TERMS-DAYS NOT = WS-OLD-TERMS
              MOVE 'TERMS_DAYS' TO MCLR-FIELD
              MOVE WS-OLD-TERMS TO WS-DAYS-DISP
              MOVE WS-DAYS-DISP TO MCLR-OLD
              MOVE TERMS-DAYS TO WS-DAYS-DISP
              MOVE WS-DAYS-DISP TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF SETTLE-DISC-PCT NOT = WS-OLD-DPCT
              MOVE 'SETTLE_PCT' TO MCLR-FIELD
              MOVE WS-OLD-DPCT TO WS-DPCT-NUM
              MOVE WS-DPCT-TEXT TO MCLR-OLD
              MOVE SETTLE-DISC-PCT TO WS-DPCT-NUM
              MOVE WS-DPCT-TEXT TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF SETTLE-DISC-DAYS NOT = WS-OLD-DDAYS
              MOVE 'SETTLE_DAYS' TO MCLR-FIELD
              MOVE WS-OLD-DDAYS TO WS-DAYS-DISP
              MOVE WS-DAYS-DISP TO MCLR-OLD
              MOVE SETTLE-DISC-DAYS TO WS-DAYS-DISP
              MOVE WS-DAYS-DISP TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF PARENT-ID NOT = WS-OLD-PARENT
              MOVE 'PARENT_ID' TO MCLR-FIELD
              MOVE WS-OLD-PARENT TO MCLR-OLD
              MOVE PARENT-ID TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF GROUP-CREDIT-LIMIT NOT = WS-OLD-GRPLIM
              MOVE 'GROUP_LIMIT' TO MCLR-FIELD
              MOVE WS-OLD-GRPLIM TO WS-LIMIT-DISP
              MOVE WS-LIMIT-DISP TO MCLR-OLD
              MOVE GROUP-CREDIT-LIMIT TO WS-LIMIT-DISP
              MOVE WS-LIMIT-DISP TO MCLR-NEW
              MOVE 'Y' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF CONSOL-STMT NOT = WS-OLD-CONSOL
              MOVE 'CONSOL_STMT' TO MCLR-FIELD
              MOVE WS-OLD-CONSOL TO MCLR-OLD
              MOVE CONSOL-STMT TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF.
       6160-WRITE-CHANGE-PARA.
      *    A MASTER CHANGE WITH NO HISTORY IS NOT ALLOWED - IF THE ROW
      *    CANNOT BE WRITTEN THE UPDATE ITSELF IS BACKED OUT.
           CALL 'A20PGM98' USING MCLR-REQUEST
           IF MCLR-RESULT NOT = 'Y'
              EXEC CICS
                  SYNCPOINT ROLLBACK
              END-EXEC
              MOVE MCLR-SQLCODE TO WS-SQLCODE
              STRING 'CHANGE LOG ERROR' DELIMITED BY SIZE
                     WS-SQLCODE     DELIMITED BY SIZE
                     ' - NOT SAVED' DELIMITED BY SIZE
                     INTO CUSTMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       4500-SAVE-BEFORE-IMAGE-PARA.
           MOVE CUSTOMER-NAME-TEXT(1:CUSTOMER-NAME-LEN) TO
                WS-OLD-NAME
           MOVE ADDRESS1-TEXT(1:ADDRESS1-LEN) TO WS-OLD-ADDR
           MOVE PRICE-BAND TO WS-OLD-BAND
           MOVE TAX-CLASS TO WS-OLD-TAXCL
           MOVE REP-ID OF DCLCUSTOMER1 TO WS-OLD-REP
           MOVE DELIVERY-ZONE OF DCLCUSTOMER1 TO WS-OLD-ZONE
           MOVE CURRENCY-CODE OF DCLCUSTOMER1 TO WS-OLD-CURR
           MOVE EMAIL-ADDRESS TO WS-OLD-EMAIL
           MOVE NOTIFY-OPT-OUT TO WS-OLD-OPTOUT
           MOVE TERMS-DAYS TO WS-OLD-TERMS
           MOVE SETTLE-DISC-PCT TO WS-OLD-DPCT
           MOVE SETTLE-DISC-DAYS TO WS-OLD-DDAYS
           MOVE PARENT-ID TO WS-OLD-PARENT
           MOVE GROUP-CREDIT-LIMIT TO WS-OLD-GRPLIM
           MOVE CONSOL-STMT TO WS-OLD-CONSOL.
       4550-SAVE-KEYED-IMAGE-PARA.
      *    THE JUST-WRITTEN VALUES BECOME THE NEW BEFORE-IMAGE SO A
      *    FOLLOW-ON PF2 FROM THE SAME SCREEN STILL PASSES THE GUARD.
      *    BAND/TAX/REP/ZONE/CURRENCY/E-MAIL/OPT-OUT/TERMS/GROUP
      *    FIELDS COME FROM THE HOST VARIABLES, NOT THE MAP - A BLANK
      *    FIELD FELL BACK TO THE LOOKED-UP VALUE ABOVE.
           MOVE CUSTNAI TO WS-OLD-NAME
           MOVE CUSTCNI TO WS-OLD-CONTACT
           MOVE CUSTADI TO WS-OLD-ADDR
           MOVE PRICE-BAND TO WS-OLD-BAND
           MOVE TAX-CLASS TO WS-OLD-TAXCL
           MOVE REP-ID OF DCLCUSTOMER1 TO WS-OLD-REP
           MOVE DELIVERY-ZONE OF DCLCUSTOMER1 TO WS-OLD-ZONE
           MOVE CURRENCY-CODE OF DCLCUSTOMER1 TO WS-OLD-CURR
           MOVE EMAIL-ADDRESS TO WS-OLD-EMAIL
           MOVE NOTIFY-OPT-OUT TO WS-OLD-OPTOUT
           MOVE TERMS-DAYS TO WS-OLD-TERMS
           MOVE SETTLE-DISC-PCT TO WS-OLD-DPCT
           MOVE SETTLE-DISC-DAYS TO WS-OLD-DDAYS
           MOVE PARENT-ID TO WS-OLD-PARENT
           MOVE GROUP-CREDIT-LIMIT TO WS-OLD-GRPLIM
           MOVE CONSOL-STMT TO WS-OLD-CONSOL.
       4700-SHOW-TERMS-PARA.
      *    SHOWN IN THE SAME SHAPE THEY ARE KEYED, SO A PF2 THAT
      *    LEAVES THEM ALONE RE-VALIDATES CLEAN.
           MOVE TERMS-DAYS TO WS-DAYS-DISP
           MOVE WS-DAYS-DISP TO CUSTTRMO
           MOVE SETTLE-DISC-PCT TO WS-DPCT-NUM
           MOVE WS-DPCT-TEXT TO CUSTDPCO
           MOVE SETTLE-DISC-DAYS TO WS-DAYS-DISP
           MOVE WS-DAYS-DISP TO CUSTDDYO.
       4710-SHOW-GROUP-PARA.
           MOVE PARENT-ID TO CUSTPARO
           MOVE GROUP-CREDIT-LIMIT TO WS-GCL-NUM
           MOVE WS-GCL-TEXT TO CUSTGCLO
           MOVE CONSOL-STMT TO CUSTCONO.
       4600-REDISPLAY-CURRENT-PARA.
      *    THE ROW NO LONGER MATCHES WHAT WAS DISPLAYED - SHOW WHAT
      *    IS THERE NOW, REFRESH THE BEFORE-IMAGE, AND LET THE CLERK
                     ADDRESS1,
                     PRICE_BAND,
                     TAX_CLASS,
                     REP_ID,
                     DELIVERY_ZONE,
                     CURRENCY_CODE,
                     EMAIL_ADDRESS,
                     NOTIFY_OPT_OUT,
                     TERMS_DAYS,
                     SETTLE_DISC_PCT,
                     SETTLE_DISC_DAYS,
                     PARENT_ID,
                     GROUP_CREDIT_LIMIT,
                     CONSOL_STMT
              INTO  :CUSTOMER-NAME,
                    :CONTACT,
                    :ADDRESS1,
                    :PRICE-BAND,
                    :TAX-CLASS,
                    :REP-ID OF DCLCUSTOMER1,
                    :DCLCUSTOMER1.DELIVERY-ZONE,
                    :DCLCUSTOMER1.CURRENCY-CODE,
                    :EMAIL-ADDRESS,
                    :NOTIFY-OPT-OUT,
                    :TERMS-DAYS,
                    :SETTLE-DISC-PCT,
                    :SETTLE-DISC-DAYS,
                    :PARENT-ID,
                    :GROUP-CREDIT-LIMIT,
                    :CONSOL-STMT
              FROM CUSTOMER1
              WHERE CUSTOMER_ID = :CUSTOMER-ID
           END-EXEC
              MOVE PRICE-BAND TO CUSTBDO
              MOVE TAX-CLASS TO CUSTTXO
              MOVE REP-ID OF DCLCUSTOMER1 TO CUSTRPO
              MOVE DELIVERY-ZONE OF DCLCUSTOMER1 TO CUSTZNO
              MOVE CURRENCY-CODE OF DCLCUSTOMER1 TO CUSTCYO
              MOVE EMAIL-ADDRESS TO CUSTEMO
              MOVE NOTIFY-OPT-OUT TO CUSTOPO
              PERFORM 4700-SHOW-TERMS-PARA
              PERFORM 4710-SHOW-GROUP-PARA
              PERFORM 4500-SAVE-BEFORE-IMAGE-PARA
              MOVE 'CHANGED BY ANOTHER USER - NOT SAVED' TO CUSTMSGO
           ELSE
              MOVE 'NO CUSTOMER FOUND' TO CUSTMSGO
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
