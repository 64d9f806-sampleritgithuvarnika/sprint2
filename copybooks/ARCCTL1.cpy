      * ROW CARRIES THE VALUATION BASIS INSTEAD OF A DATE: 'COST'      *
      * VALUES STOCK AT PRODUCT1.UNIT_COST (WHAT WE PAID) RATHER THAN  *
      * SELLING PRICE; ANYTHING ELSE (OR BLANK) KEEPS PRICE BASIS.     *
      * A THIRD OPTIONAL ROW, CONFIG-ID 'VALPERIOD', POINTS THE SAME   *
      * VALUATION AT A CLOSED PERIOD - CUTOFF-DATE CARRIES THE PERIOD  *
      * (YYYY-MM) AND THE QUANTITIES AND COSTS ARE READ FROM THAT      *
      * PERIOD'S STOCK_SNAPSHOT1 ROWS. NO ROW (OR BLANK) MEANS VALUE   *
      * STOCK AS IT STANDS TODAY.                                      *
      * A 'RETENTION' ROW DRIVES THE A20PG112 PERSONAL-DATA RUN -      *
      * CUTOFF-DATE IS THE RETENTION BOUNDARY. AN ACCOUNT WITH NO      *
      * ORDER, INVOICE OR SERVICE CASE ON OR AFTER IT, NOTHING STILL   *
      * OPEN AND A NIL BALANCE HAS ITS NAME, CONTACT, ADDRESSES AND    *
      * E-MAIL OVERWRITTEN. AN 'ERASEREQ' ROW CARRIES A CUSTOMER-ID IN *
      * CUTOFF-DATE FOR A ONE-OFF ERASE ON THE CUSTOMER'S REQUEST -    *
      * THE NEXT A20PG112 RUN DEALS WITH THAT ACCOUNT ALONE, WHATEVER  *
      * THE CUTOFF, AND DELETES THE ROW.                               *
      * A 'BANKREC' ROW GIVES THE A20PG115 BANK RECONCILIATION ITS     *
      * START DATE IN CUTOFF-DATE - RECEIPTS AND SUPPLIER PAYMENTS     *
      * POSTED BEFORE IT ARE NEVER RECONCILED. NO ROW, NO RUN.         *
      *****************************************************************
       01  DCLARCHIVE-CONTROL.
           10 CONFIG-ID.
