      *****************************************************************
      * DCLGEN TABLE(REBATE_LEDGER1)                                   *
      * REBATE ACCRUALS AND SETTLEMENTS AGAINST A REBATE_AGREEMENT1    *
      * AGREEMENT (CUSTOMER, CATEGORY, AGREE-FROM) -                   *
      *    REBATE-TYPE 'ACR' MONTHLY ACCRUAL (A20PGM92). REBATE-PERIOD *
      *                      IS THE YYYY-MM ACCRUED, QUALIFY-SPEND THE *
      *                      NET SPEND TO DATE, REBATE-AMOUNT THE      *
      *                      MOVEMENT IN THE REBATE EARNED SINCE THE   *
      *                      LAST ACCRUAL (NEGATIVE IF RETURNS PULLED  *
      *                      THE SPEND BACK UNDER A TIER).             *
      *                'STL' QUARTERLY SETTLEMENT (A20PGM93) - THE     *
      *                      ACCRUED-BUT-UNSETTLED AMOUNT CREDITED OFF *
      *                      CUSTOMER1.OUTSTANDING_BALANCE UNDER A     *
      *                      REBATE NUMBER OFF THE 'REBATE' ROW ON     *
      *                      ORDER_CONTROL ('R' + 7 DIGITS) IN         *
      *                      REBATE-REF, WITH AN 'RBAT' STATEMENT IN   *
      *                      THE DOCUMENT1 STORE.                      *
      * A20PGM77 JOURNALS THE DAY'S ROWS BY REBATE-DATE - ACCRUALS AS  *
      * SOURCE 'RBA', SETTLEMENTS AS SOURCE 'RBS'.                     *
      *****************************************************************
       01  DCLREBATE-LEDGER.
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 PRODUCT-CATEGORY.
              49 PRODUCT-CATEGORY-LEN  PIC S9(4) USAGE COMP.
              49 PRODUCT-CATEGORY-TEXT PIC X(15).
           10 AGREE-FROM               PIC X(10).
           10 REBATE-TYPE              PIC X(03).
           10 REBATE-PERIOD            PIC X(07).
           10 QUALIFY-SPEND            PIC S9(9)V9(2) USAGE COMP-3.
           10 REBATE-AMOUNT            PIC S9(8)V9(2) USAGE COMP-3.
           10 REBATE-REF.
              49 REBATE-REF-LEN        PIC S9(4) USAGE COMP.
              49 REBATE-REF-TEXT       PIC X(08).
           10 REBATE-DATE              PIC X(10).
