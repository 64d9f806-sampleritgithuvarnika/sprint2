      *****************************************************************
      * REQUEST AREA FOR THE SHARED PRICING ROUTINE A20PG106 (SAME     *
      * CALLED-SUBPROGRAM PATTERN AS THE A20PG102 ATP CALCULATOR).     *
      * EVERY ORDER AND QUOTE PATH, THE PRICE LIST AND THE PRICE       *
      * INQUIRY PRICE THROUGH IT, SO ONE RULE CHANGE REACHES THEM ALL. *
      * ACTION 'U' PRICES ONE LINE: THE CALLER PASSES CUSTOMER,        *
      * PRODUCT, QUANTITY AND THE DATE TO PRICE AT; THE ROUTINE WORKS  *
      * THE PRICE UP THE LADDER - LIST, THEN A CONTRACT_PRICE1 ROW     *
      * COVERING THE DATE OR ELSE THE CUSTOMER'S PRICE_BAND1 DISCOUNT, *
      * THEN THE CHEAPEST IN-FORCE PROMOTION1 ROW IF IT BEATS THAT -   *
      * SAYS WHICH STEP SET IT AND HOW LONG IT HOLDS, AND TAXES THE    *
      * LINE.                                                          *
      *    LIST-PRICE      PRODUCT1 LIST PRICE                         *
      *    CONTRACT-PRICE  CONTRACT PRICE (ZERO = NO CONTRACT)         *
      *    BAND-CODE       CUSTOMER'S PRICE BAND                       *
      *    BAND-PCT        ITS DISCOUNT, WHEN THE BAND WAS USED        *
      *    PROMO-ID        PROMOTION TAKEN (BLANK = NONE) AND          *
      *    PROMO-SAVING    THE PER-UNIT SAVING IT GAVE                 *
      *    UNIT-PRICE      NET UNIT PRICE BEFORE TAX                   *
      *    SOURCE          'LIST' 'CONTRACT' 'BAND' 'PROMO'            *
      *    VALID-TO        LAST DAY THE PRICE HOLDS - END OF THE       *
      *                    CONTRACT OR PROMOTION, OR THE DAY BEFORE    *
      *                    A LOADED PRICE CHANGE, CONTRACT OR          *
      *                    PROMOTION TAKES OVER. BLANK = NO END KNOWN  *
      *    PROD/CUST-TAX-  THE TAX CLASSES USED (BLANK READS AS        *
      *    CLASS           'S' STANDARD / 'D' DOMESTIC)                *
      *    TAX-RATE        TAX_RATE1 RATE FOR THE CLASS PAIR (FLAT     *
      *                    TAX_CONFIG RATE IF THE PAIR HAS NO ROW)     *
      *    LINE-AMOUNT     UNIT-PRICE X QUANTITY                       *
      *    LINE-TAX        LINE-AMOUNT X TAX-RATE, ROUNDED             *
      * ACTION 'T' FINISHES AN ORDER: THE CALLER PASSES THE SUBTOTAL   *
      * OF ITS LINE AMOUNTS AND THE SUM OF THEIR LINE TAX; THE ROUTINE *
      * TAKES THE TAX_CONFIG VOLUME DISCOUNT OFF A SUBTOTAL AT OR OVER *
      * THE THRESHOLD AND PRORATES THE TAX BY IT, SO THE CUSTOMER IS   *
      * TAXED ON WHAT THEY PAY.                                        *
      *    DISCOUNT-THRESHOLD/PCT  THE TAX_CONFIG VOLUME TERMS         *
      *    DISCOUNT-AMT    VOLUME DISCOUNT GIVEN (ZERO = UNDER)        *
      *    TAX-AMT         TAX ON THE ORDER                            *
      *    TOTAL-AMOUNT    SUBTOTAL - DISCOUNT + TAX                   *
      * PRICING NEVER BLOCKS ON A MISSING OR UNREADABLE CONTROL ROW -  *
      * THAT STEP IS SIMPLY SKIPPED, AS IT ALWAYS WAS.                 *
      *    RESULT 'Y'      PRICED                                      *
      *           'N'      NO SUCH PRODUCT                             *
      *           'E'      PRODUCT READ FAILED (SQLCODE IN             *
      *                    PRCR-SQLCODE)                               *
      *****************************************************************
       01  PRCR-REQUEST.
           05 PRCR-ACTION         PIC X(01).
           05 PRCR-CUSTOMER       PIC X(06).
           05 PRCR-PRODUCT        PIC X(06).
           05 PRCR-PRICE-DATE     PIC X(10).
           05 PRCR-QUANTITY       PIC S9(5) COMP-3.
           05 PRCR-LIST-PRICE     PIC S9(4)V9(2) COMP-3.
           05 PRCR-CONTRACT-PRICE PIC S9(4)V9(2) COMP-3.
           05 PRCR-BAND-CODE      PIC X(01).
           05 PRCR-BAND-PCT       PIC S9(1)V9(4) COMP-3.
           05 PRCR-PROMO-ID       PIC X(06).
           05 PRCR-PROMO-SAVING   PIC S9(4)V9(2) COMP-3.
           05 PRCR-UNIT-PRICE     PIC S9(4)V9(2) COMP-3.
           05 PRCR-SOURCE         PIC X(08).
           05 PRCR-VALID-TO       PIC X(10).
           05 PRCR-PROD-TAX-CLASS PIC X(01).
           05 PRCR-CUST-TAX-CLASS PIC X(01).
           05 PRCR-TAX-RATE       PIC S9(1)V9(4) COMP-3.
           05 PRCR-LINE-AMOUNT    PIC S9(8)V9(2) COMP-3.
           05 PRCR-LINE-TAX       PIC S9(8)V9(2) COMP-3.
           05 PRCR-SUBTOTAL       PIC S9(10)V9(2) COMP-3.
           05 PRCR-TAX-SUM        PIC S9(10)V9(2) COMP-3.
           05 PRCR-DISCOUNT-THRESHOLD PIC S9(8)V9(2) COMP-3.
           05 PRCR-DISCOUNT-PCT   PIC S9(1)V9(4) COMP-3.
           05 PRCR-DISCOUNT-AMT   PIC S9(10)V9(2) COMP-3.
           05 PRCR-TAX-AMT        PIC S9(10)V9(2) COMP-3.
           05 PRCR-TOTAL-AMOUNT   PIC S9(10)V9(2) COMP-3.
           05 PRCR-RESULT         PIC X(01).
           05 PRCR-SQLCODE        PIC S9(9) COMP.
