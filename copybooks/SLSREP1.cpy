      * SPREADSHEET AND MEMORY. COMM-RATE IS THE REP'S COMMISSION ON   *
      * NET INVOICED SALES, STORED AS A DECIMAL FRACTION (0.0500 =     *
      * 5%, SAME CONVENTION AS TAX_CONFIG). ROWS MAINTAINED BY DBA     *
      * INSERT, SAME LOADING CONVENTION AS PRICE_BAND1. WHAT EACH REP  *
      * IS EXPECTED TO SELL IS ON SALES_TARGET1 (A20PG109/A20PG110).   *
      *****************************************************************
       01  DCLSALES-REP.
           10 REP-ID                   PIC X(04).
