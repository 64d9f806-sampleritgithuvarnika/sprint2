      * ARRIVED) AND PRODUCT1.UNIT_COST (WHAT WE AGREED TO PAY).       *
      * MATCH-STATUS IS 'PASSED' (CLEAR TO PAY) OR 'DISPUTED' WITH     *
      * THE DISCREPANCY IN MATCH-NOTE FOR PURCHASING TO CHASE.         *
      * DUE-DATE/PAY-STATUS/PAID-DATE/PAY-REF (TRAILING COLUMNS) ARE   *
      * STAMPED BY A20PGM70 AT MATCH TIME (DUE DATE FROM THE SUPPLIER1 *
      * PAY TERMS, STATUS 'UNPAID') AND CLOSED BY THE A20PGM86 PAYMENT *
      * RUN ('PAID', THE RUN DATE AND THE BANK PAYMENT REFERENCE THE   *
      * LINE WENT OUT UNDER). A DISPUTED LINE IS NEVER PAID.           *
      *****************************************************************
       01  DCLSUPPLIER-INVOICE.
           10 SUPP-INV-REF.
              49 MATCH-NOTE-LEN        PIC S9(4) USAGE COMP.
              49 MATCH-NOTE-TEXT       PIC X(30).
           10 MATCH-DATE               PIC X(10).
           10 DUE-DATE                 PIC X(10).
           10 PAY-STATUS.
              49 PAY-STATUS-LEN        PIC S9(4) USAGE COMP.
              49 PAY-STATUS-TEXT       PIC X(08).
           10 PAID-DATE                PIC X(10).
           10 PAY-REF.
              49 PAY-REF-LEN           PIC S9(4) USAGE COMP.
              49 PAY-REF-TEXT          PIC X(08).
