      *****************************************************************
      * DCLGEN TABLE(REBATE_AGREEMENT1)                                *
      * CUSTOMER VOLUME REBATE AGREEMENTS. TRADE ACCOUNTS ON A REBATE  *
      * DEAL ("2% BACK ONCE YOU PASS 50,000 IN HAND TOOLS THIS YEAR")  *
      * USED TO BE WORKED OUT BY CREDIT CONTROL IN A SPREADSHEET OFF   *
      * THE A20PGM50 PRINT. ONE ROW PER TIER - AN AGREEMENT IS THE     *
      * CUSTOMER, PRODUCT CATEGORY AND AGREE-FROM DATE; ITS TIERS      *
      * SHARE THOSE AND THE AGREE-TO DATE. THE RATE EARNED IS THE      *
      * REBATE-PCT OF THE HIGHEST TIER WHOSE TIER-FROM-AMT THE NET     *
      * SPEND (SALES_HISTORY LESS RETURN1 CREDITS) HAS REACHED, AND    *
      * APPLIES TO THE WHOLE SPEND SINCE AGREE-FROM. THE MONTHLY       *
      * A20PGM92 RUN ACCRUES IT AND THE QUARTERLY A20PGM93 RUN SETTLES *
      * IT - SEE REBATE_LEDGER1.                                       *
      *****************************************************************
       01  DCLREBATE-AGREEMENT.
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 PRODUCT-CATEGORY.
              49 PRODUCT-CATEGORY-LEN  PIC S9(4) USAGE COMP.
              49 PRODUCT-CATEGORY-TEXT PIC X(15).
           10 AGREE-FROM               PIC X(10).
           10 AGREE-TO                 PIC X(10).
           10 TIER-FROM-AMT            PIC S9(8)V9(2) USAGE COMP-3.
           10 REBATE-PCT               PIC S9(2)V9(2) USAGE COMP-3.
