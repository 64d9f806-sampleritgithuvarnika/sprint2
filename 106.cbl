       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG106.
      *SHARED PRICING ROUTINE. THE CONTRACT/BAND/PROMOTION/TAX LINE
      *PRICING AND THE VOLUME-DISCOUNT ORDER TOTAL USED TO BE COPIED
      *INTO EVERY ORDER AND QUOTE PROGRAM, AND A RULE CHANGE THAT
      *REACHED ONE COPY AND NOT ANOTHER LEFT A QUOTE AND THE SAME
      *LINES KEYED AS AN ORDER PENNIES APART. A20PGM6, A20PGM26,
      *A20PGM43, A20PGM45 AND A20PGM55 NOW ALL CALL THIS ROUTINE, AS
      *DO THE A20PG107 PRICE LIST AND THE A20PG108 PRICE INQUIRY.
      *ACTION 'U' PRICES ONE LINE FOR ONE CUSTOMER ON ONE DATE - THE
      *LIST PRICE, OVERRIDDEN BY A CONTRACT_PRICE1 ROW COVERING THE
      *DATE OR, FAILING THAT, DISCOUNTED BY THE CUSTOMER'S
      *PRICE_BAND1 BAND, THEN BEATEN BY THE CHEAPEST PROMOTION1 ROW IN
      *FORCE FOR THE PRODUCT OR ITS CATEGORY IF ANY IS CHEAPER - AND
      *SAYS WHICH STEP SET THE PRICE AND THE LAST DAY IT HOLDS: THE
      *END OF THE CONTRACT OR PROMOTION THAT SET IT, OR THE DAY BEFORE
      *SOMETHING ALREADY ON FILE TAKES OVER (A PENDING_PRICE1 CHANGE
      *FOR A PRICE BUILT ON LIST, A CONTRACT STARTING, A PROMOTION
      *STARTING). THE LINE IS TAXED AT THE RATE FOR THE PRODUCT/
      *CUSTOMER TAX CLASS PAIR. ACTION 'T' TAKES THE TAX_CONFIG
      *VOLUME DISCOUNT OFF AN ORDER SUBTOTAL AND PRORATES THE LINE TAX
      *BY IT. READ ONLY. SEE PRCREQ1.CPY FOR THE REQUEST AREA.
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
             INCLUDE CUS1
           END-EXEC.
           EXEC SQL
             INCLUDE CONTR1
           END-EXEC.
           EXEC SQL
             INCLUDE PRCBND1
           END-EXEC.
           EXEC SQL
             INCLUDE PROMO1
           END-EXEC.
           EXEC SQL
             INCLUDE PNDPRC1
           END-EXEC.
           EXEC SQL
             INCLUDE TAXRTE1
           END-EXEC.
           EXEC SQL
             INCLUDE TAXCFG1
           END-EXEC.
       77 WS-BASE-PRICE        PIC S9(4)V9(2) COMP-3.
       77 WS-PROMO-CAND        PIC S9(4)V9(2) COMP-3.
       77 WS-DATE-INT          PIC 9(08) USAGE COMP.
       77 WS-DATE-NUM          PIC 9(08).
       01 WS-NEXT-DATE         PIC X(10).
       01 WS-CAND-DATE         PIC X(10).
       01 WS-PROMO-EOF-SW      PIC X.
          88 WS-PROMO-EOF           VALUE 'Y'.
      *
       LINKAGE SECTION.
       01 LK-PRCR-REQUEST.
           05 LK-PRCR-ACTION         PIC X(01).
           05 LK-PRCR-CUSTOMER       PIC X(06).
           05 LK-PRCR-PRODUCT        PIC X(06).
           05 LK-PRCR-PRICE-DATE     PIC X(10).
           05 LK-PRCR-QUANTITY       PIC S9(5) COMP-3.
           05 LK-PRCR-LIST-PRICE     PIC S9(4)V9(2) COMP-3.
           05 LK-PRCR-CONTRACT-PRICE PIC S9(4)V9(2) COMP-3.
           05 LK-PRCR-BAND-CODE      PIC X(01).
           05 LK-PRCR-BAND-PCT       PIC S9(1)V9(4) COMP-3.
           05 LK-PRCR-PROMO-ID       PIC X(06).
           05 LK-PRCR-PROMO-SAVING   PIC S9(4)V9(2) COMP-3.
           05 LK-PRCR-UNIT-PRICE     PIC S9(4)V9(2) COMP-3.
           05 LK-PRCR-SOURCE         PIC X(08).
           05 LK-PRCR-VALID-TO       PIC X(10).
           05 LK-PRCR-PROD-TAX-CLASS PIC X(01).
           05 LK-PRCR-CUST-TAX-CLASS PIC X(01).
           05 LK-PRCR-TAX-RATE       PIC S9(1)V9(4) COMP-3.
           05 LK-PRCR-LINE-AMOUNT    PIC S9(8)V9(2) COMP-3.
           05 LK-PRCR-LINE-TAX       PIC S9(8)V9(2) COMP-3.
           05 LK-PRCR-SUBTOTAL       PIC S9(10)V9(2) COMP-3.
           05 LK-PRCR-TAX-SUM        PIC S9(10)V9(2) COMP-3.
           05 LK-PRCR-DISCOUNT-THRESHOLD PIC S9(8)V9(2) COMP-3.
           05 LK-PRCR-DISCOUNT-PCT   PIC S9(1)V9(4) COMP-3.
           05 LK-PRCR-DISCOUNT-AMT   PIC S9(10)V9(2) COMP-3.
           05 LK-PRCR-TAX-AMT        PIC S9(10)V9(2) COMP-3.
           05 LK-PRCR-TOTAL-AMOUNT   PIC S9(10)V9(2) COMP-3.
           05 LK-PRCR-RESULT         PIC X(01).
           05 LK-PRCR-SQLCODE        PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-PRCR-REQUEST.
       0000-MAIN-PARA.
           MOVE 'Y' TO LK-PRCR-RESULT
           MOVE 0 TO LK-PRCR-SQLCODE
           EVALUATE LK-PRCR-ACTION
             WHEN 'T'
                PERFORM 6000-ORDER-TOTALS-PARA
             WHEN OTHER
                PERFORM 0100-PRICE-LINE-PARA
           END-EVALUATE
           GOBACK.
       0100-PRICE-LINE-PARA.
           MOVE 0 TO LK-PRCR-LIST-PRICE
           MOVE 0 TO LK-PRCR-CONTRACT-PRICE
           MOVE SPACE TO LK-PRCR-BAND-CODE
           MOVE 0 TO LK-PRCR-BAND-PCT
           MOVE SPACES TO LK-PRCR-PROMO-ID
           MOVE 0 TO LK-PRCR-PROMO-SAVING
           MOVE 0 TO LK-PRCR-UNIT-PRICE
           MOVE SPACES TO LK-PRCR-SOURCE
           MOVE SPACES TO LK-PRCR-VALID-TO
           MOVE SPACE TO LK-PRCR-PROD-TAX-CLASS
           MOVE SPACE TO LK-PRCR-CUST-TAX-CLASS
           MOVE 0 TO LK-PRCR-TAX-RATE
           MOVE 0 TO LK-PRCR-LINE-AMOUNT
           MOVE 0 TO LK-PRCR-LINE-TAX
           PERFORM 1000-GET-PRODUCT-PARA
           IF LK-PRCR-RESULT = 'Y'
              PERFORM 1100-GET-CUSTOMER-PARA
              PERFORM 2000-CONTRACT-PARA
              PERFORM 3000-PROMO-PARA
              PERFORM 4000-VALID-TO-PARA
              PERFORM 5000-TAX-RATE-PARA
              MULTIPLY LK-PRCR-UNIT-PRICE BY LK-PRCR-QUANTITY
                       GIVING LK-PRCR-LINE-AMOUNT
              COMPUTE LK-PRCR-LINE-TAX ROUNDED =
                      LK-PRCR-LINE-AMOUNT * LK-PRCR-TAX-RATE
           END-IF.
       1000-GET-PRODUCT-PARA.
           MOVE LK-PRCR-PRODUCT TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF LK-PRCR-PRODUCT TO
                PRODUCT-CODE-LEN OF DCLPRODUCT1
           EXEC SQL
               SELECT PRODUCT_PRICE, PRODUCT_CATEGORY, TAX_CLASS
                INTO :PRODUCT-PRICE,
                     :DCLPRODUCT1.PRODUCT-CATEGORY,
                     :DCLPRODUCT1.TAX-CLASS
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE PRODUCT-PRICE TO LK-PRCR-LIST-PRICE
                MOVE PRODUCT-PRICE TO LK-PRCR-UNIT-PRICE
                MOVE 'LIST' TO LK-PRCR-SOURCE
             WHEN 100
                MOVE 'N' TO LK-PRCR-RESULT
             WHEN OTHER
                PERFORM 9300-SQL-ERROR-PARA
           END-EVALUATE.
       1100-GET-CUSTOMER-PARA.
      *    A CUSTOMER NOT ON FILE (OR NO CUSTOMER AT ALL, OR ONE THAT
      *    CANNOT BE READ) PRICES AS RETAIL, DOMESTIC - LIST PRICE,
      *    NO BAND.
           MOVE LK-PRCR-CUSTOMER TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF LK-PRCR-CUSTOMER TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT PRICE_BAND, TAX_CLASS
                INTO :DCLCUSTOMER1.PRICE-BAND,
                     :DCLCUSTOMER1.TAX-CLASS
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACE TO PRICE-BAND OF DCLCUSTOMER1
              MOVE SPACE TO TAX-CLASS OF DCLCUSTOMER1
           END-IF
           MOVE PRICE-BAND OF DCLCUSTOMER1 TO LK-PRCR-BAND-CODE.
       2000-CONTRACT-PARA.
      *    A NEGOTIATED CONTRACT PRICE ALWAYS WINS OVER THE BAND.
           MOVE LK-PRCR-CUSTOMER TO
                CUSTOMER-ID-TEXT OF DCLCONTRACT-PRICE
           MOVE LENGTH OF LK-PRCR-CUSTOMER TO
                CUSTOMER-ID-LEN OF DCLCONTRACT-PRICE
           MOVE LK-PRCR-PRODUCT TO
                PRODUCT-CODE-TEXT OF DCLCONTRACT-PRICE
           MOVE LENGTH OF LK-PRCR-PRODUCT TO
                PRODUCT-CODE-LEN OF DCLCONTRACT-PRICE
           EXEC SQL
               SELECT CONTRACT_PRICE, EFFECT_TO
                INTO :CONTRACT-PRICE, :EFFECT-TO
                FROM CONTRACT_PRICE1
                WHERE CUSTOMER_ID = :DCLCONTRACT-PRICE.CUSTOMER-ID
                  AND PRODUCT_CODE = :DCLCONTRACT-PRICE.PRODUCT-CODE
                  AND EFFECT_FROM <= :LK-PRCR-PRICE-DATE
                  AND EFFECT_TO >= :LK-PRCR-PRICE-DATE
           END-EXEC
           IF SQLCODE = 0
              MOVE CONTRACT-PRICE TO LK-PRCR-CONTRACT-PRICE
              MOVE CONTRACT-PRICE TO LK-PRCR-UNIT-PRICE
              MOVE 'CONTRACT' TO LK-PRCR-SOURCE
              MOVE EFFECT-TO TO LK-PRCR-VALID-TO
           ELSE
              PERFORM 2100-BAND-PARA
           END-IF.
       2100-BAND-PARA.
      *    RETAIL, A BLANK BAND OR A MISSING BAND ROW LEAVES LIST
      *    PRICE STANDING.
           IF PRICE-BAND OF DCLCUSTOMER1 NOT = SPACE
              MOVE PRICE-BAND OF DCLCUSTOMER1 TO BAND-CODE
              EXEC SQL
                  SELECT BAND_DISCOUNT_PCT
                   INTO :BAND-DISCOUNT-PCT
                   FROM PRICE_BAND1
                   WHERE BAND_CODE = :BAND-CODE
              END-EXEC
              IF SQLCODE = 0 AND BAND-DISCOUNT-PCT > 0
                 MOVE BAND-DISCOUNT-PCT TO LK-PRCR-BAND-PCT
                 COMPUTE LK-PRCR-UNIT-PRICE ROUNDED =
                         LK-PRCR-LIST-PRICE * (1 - BAND-DISCOUNT-PCT)
                 MOVE 'BAND' TO LK-PRCR-SOURCE
              END-IF
           END-IF.
       3000-PROMO-PARA.
      *    EVERY PROMOTION IN FORCE FOR THE PRODUCT OR ITS CATEGORY IS
      *    PRICED AGAINST THE SAME STANDING PRICE (CONTRACT, BAND OR
      *    LIST) AND THE CHEAPEST TAKEN, ONLY IF IT BEATS THAT PRICE -
      *    A PROMOTION NEVER MAKES A LINE DEARER. PROMOTIONS THAT
      *    CANNOT BE READ ARE SIMPLY NOT OFFERED.
           MOVE LK-PRCR-UNIT-PRICE TO WS-BASE-PRICE
           EXEC SQL
               DECLARE PRCPRM-CUR CURSOR FOR
               SELECT PROMO_ID, PROMO_PRICE, PROMO_PCT, END_DATE
               FROM PROMOTION1
               WHERE (PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                      OR (PRODUCT_CATEGORY =
                          :DCLPRODUCT1.PRODUCT-CATEGORY
                          AND PRODUCT_CATEGORY <> ' '))
                 AND START_DATE <= :LK-PRCR-PRICE-DATE
                 AND END_DATE >= :LK-PRCR-PRICE-DATE
           END-EXEC
           EXEC SQL
               OPEN PRCPRM-CUR
           END-EXEC
           IF SQLCODE = 0
              MOVE 'N' TO WS-PROMO-EOF-SW
              PERFORM UNTIL WS-PROMO-EOF
                  EXEC SQL
                      FETCH PRCPRM-CUR
                      INTO :DCLPROMOTION1.PROMO-ID, :PROMO-PRICE,
                           :PROMO-PCT, :END-DATE
                  END-EXEC
                  IF SQLCODE = 0
                     PERFORM 3100-TRY-PROMO-PARA
                  ELSE
                     MOVE 'Y' TO WS-PROMO-EOF-SW
                  END-IF
              END-PERFORM
              EXEC SQL
                  CLOSE PRCPRM-CUR
              END-EXEC
           END-IF
           IF LK-PRCR-PROMO-ID NOT = SPACES
              COMPUTE LK-PRCR-PROMO-SAVING =
                      WS-BASE-PRICE - LK-PRCR-UNIT-PRICE
              MOVE 'PROMO' TO LK-PRCR-SOURCE
           END-IF.
       3100-TRY-PROMO-PARA.
           IF PROMO-PRICE > 0
              MOVE PROMO-PRICE TO WS-PROMO-CAND
           ELSE
              COMPUTE WS-PROMO-CAND ROUNDED =
                      WS-BASE-PRICE * (1 - PROMO-PCT)
           END-IF
           IF WS-PROMO-CAND < LK-PRCR-UNIT-PRICE
              MOVE WS-PROMO-CAND TO LK-PRCR-UNIT-PRICE
              MOVE PROMO-ID-TEXT OF DCLPROMOTION1
                   (1:PROMO-ID-LEN OF DCLPROMOTION1)
                   TO LK-PRCR-PROMO-ID
              MOVE END-DATE TO LK-PRCR-VALID-TO
           END-IF.
       4000-VALID-TO-PARA.
      *    A CONTRACT OR PROMOTION ALREADY SET ITS OWN END DATE. THE
      *    PRICE ALSO STOPS HOLDING THE DAY BEFORE ANYTHING ALREADY
      *    LOADED FOR A LATER DATE TAKES OVER.
      *    A LIST PRICE CHANGE ONLY MOVES A PRICE BUILT ON LIST.
           IF LK-PRCR-CONTRACT-PRICE = 0
              MOVE LK-PRCR-PRODUCT TO
                   PRODUCT-CODE-TEXT OF DCLPENDING-PRICE
              MOVE LENGTH OF LK-PRCR-PRODUCT TO
                   PRODUCT-CODE-LEN OF DCLPENDING-PRICE
              EXEC SQL
                  SELECT COALESCE(MIN(EFFECTIVE_DATE), ' ')
                   INTO :WS-NEXT-DATE
                   FROM PENDING_PRICE1
                   WHERE PRODUCT_CODE =
                         :DCLPENDING-PRICE.PRODUCT-CODE
                     AND APPLIED_DATE = ' '
                     AND EFFECTIVE_DATE > :LK-PRCR-PRICE-DATE
              END-EXEC
              PERFORM 4100-TAKE-DAY-BEFORE-PARA
           END-IF
      *    A CONTRACT STARTING FOR THIS CUSTOMER AND PRODUCT.
           EXEC SQL
               SELECT COALESCE(MIN(EFFECT_FROM), ' ')
                INTO :WS-NEXT-DATE
                FROM CONTRACT_PRICE1
                WHERE CUSTOMER_ID = :DCLCONTRACT-PRICE.CUSTOMER-ID
                  AND PRODUCT_CODE =
                      :DCLCONTRACT-PRICE.PRODUCT-CODE
                  AND EFFECT_FROM > :LK-PRCR-PRICE-DATE
           END-EXEC
           PERFORM 4100-TAKE-DAY-BEFORE-PARA
      *    A PROMOTION STARTING FOR THE PRODUCT OR ITS CATEGORY.
           EXEC SQL
               SELECT COALESCE(MIN(START_DATE), ' ')
                INTO :WS-NEXT-DATE
                FROM PROMOTION1
                WHERE (PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
                       OR (PRODUCT_CATEGORY =
                           :DCLPRODUCT1.PRODUCT-CATEGORY
                           AND PRODUCT_CATEGORY <> ' '))
                  AND START_DATE > :LK-PRCR-PRICE-DATE
           END-EXEC
           PERFORM 4100-TAKE-DAY-BEFORE-PARA.
       4100-TAKE-DAY-BEFORE-PARA.
      *    AN END DATE THAT CANNOT BE WORKED OUT IS LEFT OPEN - IT
      *    NEVER STOPS THE LINE BEING PRICED.
           IF SQLCODE = 0 AND WS-NEXT-DATE NOT = SPACES
              STRING WS-NEXT-DATE(1:4) WS-NEXT-DATE(6:2)
                     WS-NEXT-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                     WS-DATE-NUM(7:2) DELIMITED BY SIZE
                     INTO WS-CAND-DATE
              IF LK-PRCR-VALID-TO = SPACES OR
                 WS-CAND-DATE < LK-PRCR-VALID-TO
                 MOVE WS-CAND-DATE TO LK-PRCR-VALID-TO
              END-IF
           END-IF.
       5000-TAX-RATE-PARA.
      *    LINE-LEVEL TAX BY (PRODUCT TAX CLASS, CUSTOMER TAX CLASS)
      *    PAIR OFF TAX_RATE1. BLANK CLASSES READ AS STANDARD/
      *    DOMESTIC; A PAIR WITH NO TAX_RATE1 ROW FALLS BACK TO THE
      *    FLAT TAX_CONFIG RATE, AND NO TAX_CONFIG ROW MEANS NO TAX.
           IF TAX-CLASS OF DCLPRODUCT1 = SPACE
              MOVE 'S' TO TAX-CLASS OF DCLPRODUCT1
           END-IF
           IF TAX-CLASS OF DCLCUSTOMER1 = SPACE
              MOVE 'D' TO TAX-CLASS OF DCLCUSTOMER1
           END-IF
           MOVE TAX-CLASS OF DCLPRODUCT1 TO PROD-TAX-CLASS
           MOVE TAX-CLASS OF DCLCUSTOMER1 TO CUST-TAX-CLASS
           MOVE PROD-TAX-CLASS TO LK-PRCR-PROD-TAX-CLASS
           MOVE CUST-TAX-CLASS TO LK-PRCR-CUST-TAX-CLASS
           EXEC SQL
               SELECT PAIR_TAX_RATE
                INTO :PAIR-TAX-RATE
                FROM TAX_RATE1
                WHERE PROD_TAX_CLASS = :PROD-TAX-CLASS
                  AND CUST_TAX_CLASS = :CUST-TAX-CLASS
           END-EXEC
           IF SQLCODE = 0
              MOVE PAIR-TAX-RATE TO LK-PRCR-TAX-RATE
           ELSE
              MOVE 'TAX' TO CONFIG-ID-TEXT
              MOVE LENGTH OF 'TAX' TO CONFIG-ID-LEN
              EXEC SQL
                  SELECT TAX_RATE
                    INTO :TAX-RATE
                    FROM TAX_CONFIG
                   WHERE CONFIG_ID = :CONFIG-ID
              END-EXEC
              IF SQLCODE = 0
                 MOVE TAX-RATE TO LK-PRCR-TAX-RATE
              END-IF
           END-IF.
       6000-ORDER-TOTALS-PARA.
      *    VOLUME DISCOUNT THEN SALES TAX, BOTH DRIVEN OFF THE SINGLE
      *    TAX_CONFIG ROW SO RATES CAN CHANGE WITHOUT A RECOMPILE. IF
      *    THE CONFIG ROW IS MISSING THERE IS NO DISCOUNT, SO AN
      *    ORDER NEVER BLOCKS ON A MISSING CONTROL ROW.
           MOVE 0 TO LK-PRCR-DISCOUNT-THRESHOLD
           MOVE 0 TO LK-PRCR-DISCOUNT-PCT
           MOVE 0 TO LK-PRCR-DISCOUNT-AMT
           MOVE 0 TO LK-PRCR-TAX-AMT
           MOVE 'TAX' TO CONFIG-ID-TEXT
           MOVE LENGTH OF 'TAX' TO CONFIG-ID-LEN
           EXEC SQL
               SELECT TAX_RATE, DISCOUNT_THRESHOLD, DISCOUNT_PCT
                 INTO :TAX-RATE, :DISCOUNT-THRESHOLD, :DISCOUNT-PCT
                 FROM TAX_CONFIG
                WHERE CONFIG_ID = :CONFIG-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE DISCOUNT-THRESHOLD TO LK-PRCR-DISCOUNT-THRESHOLD
              MOVE DISCOUNT-PCT TO LK-PRCR-DISCOUNT-PCT
              IF LK-PRCR-SUBTOTAL >= DISCOUNT-THRESHOLD
                 MULTIPLY LK-PRCR-SUBTOTAL BY DISCOUNT-PCT
                          GIVING LK-PRCR-DISCOUNT-AMT
              END-IF
           END-IF
           COMPUTE LK-PRCR-TOTAL-AMOUNT =
                   LK-PRCR-SUBTOTAL - LK-PRCR-DISCOUNT-AMT
      *    THE LINE TAX WAS WORKED OUT ON UNDISCOUNTED LINE AMOUNTS,
      *    SO IT IS PRORATED BY THE VOLUME DISCOUNT AND AN ORDER OVER
      *    THE THRESHOLD IS TAXED ON WHAT THE CUSTOMER ACTUALLY PAYS.
           IF LK-PRCR-DISCOUNT-AMT > 0
              COMPUTE LK-PRCR-TAX-AMT ROUNDED =
                      LK-PRCR-TAX-SUM * (1 - DISCOUNT-PCT)
           ELSE
              MOVE LK-PRCR-TAX-SUM TO LK-PRCR-TAX-AMT
           END-IF
           ADD LK-PRCR-TAX-AMT TO LK-PRCR-TOTAL-AMOUNT.
       9300-SQL-ERROR-PARA.
           MOVE 'E' TO LK-PRCR-RESULT
           MOVE SQLCODE TO LK-PRCR-SQLCODE.
