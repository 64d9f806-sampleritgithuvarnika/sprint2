      *****************************************************************
      * DCLGEN TABLE(SALES_TARGET1)                                    *
      * SALES TARGETS - WHAT EACH REP IS EXPECTED TO SELL IN ONE       *
      * PRODUCT CATEGORY IN ONE MONTH, KEYED ON REP_ID,                *
      * PRODUCT_CATEGORY AND PERIOD (YYYY-MM, SAME FORM AS             *
      * SALES_HISTORY.PERIOD). TARGET-AMT IS NET SALES VALUE BEFORE    *
      * TAX, THE SAME MEASURE SALES_HISTORY ACCUMULATES. MAINTAINED BY *
      * THE SALES MANAGER ON THE A20PG109 SCREEN;                      *
      * CHANGED-DATE/CHANGED-BY SAY WHO LAST SET THE ROW. THE MONTHLY  *
      * A20PG110 REPORT SETS THESE AGAINST THE ACTUALS.                *
      *****************************************************************
       01  DCLSALES-TARGET.
           10 REP-ID                   PIC X(04).
           10 PRODUCT-CATEGORY.
              49 PRODUCT-CATEGORY-LEN  PIC S9(4) USAGE COMP.
              49 PRODUCT-CATEGORY-TEXT PIC X(15).
           10 PERIOD                   PIC X(07).
           10 TARGET-AMT               PIC S9(9)V9(2) USAGE COMP-3.
           10 CHANGED-DATE             PIC X(10).
           10 CHANGED-BY               PIC X(08).
