      * LINE FOR LINE. PRODUCT1 ROWS POINT AT A SUPPLIER_ID HERE SO    *
      * THE LOW-STOCK RUN AND THE PURCHASE-ORDER TRANSACTION KNOW WHO  *
      * SUPPLIES EACH PRODUCT.                                         *
      * PAY-TERMS-DAYS/BANK-ACCOUNT (TRAILING COLUMNS) ARE WHAT THE    *
      * A20PGM86 SUPPLIER PAYMENT RUN NEEDS - A PASSED INVOICE FALLS   *
      * DUE THIS MANY DAYS AFTER ITS INVOICE DATE (0 MEANS PAY ON THE  *
      * NEXT RUN) AND IS PAID TO THIS ACCOUNT. A SUPPLIER WITH NO BANK *
      * ACCOUNT ON FILE IS NEVER PAID BY THE RUN - IT IS LISTED FOR    *
      * PURCHASING TO KEY THE DETAILS ON A20PGM23.                     *
      *****************************************************************
       01  DCLSUPPLIER1.
           10 SUPPLIER-ID.
           10 ADDRESS1.
              49 ADDRESS1-LEN          PIC S9(4) USAGE COMP.
              49 ADDRESS1-TEXT         PIC X(30).
           10 PAY-TERMS-DAYS          PIC S9(4) USAGE COMP.
           10 BANK-ACCOUNT.
              49 BANK-ACCOUNT-LEN      PIC S9(4) USAGE COMP.
              49 BANK-ACCOUNT-TEXT     PIC X(20).
