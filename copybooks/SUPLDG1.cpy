      *****************************************************************
      * DCLGEN TABLE(SUPPLIER_LEDGER1)                                 *
      * ACCOUNTS-PAYABLE LEDGER - ONE ROW PER ENTRY ON A SUPPLIER'S    *
      * ACCOUNT. WE USED TO PAY PASSED INVOICES BY HAND FROM THE BANK  *
      * PORTAL WITH NO RECORD OF WHAT WE OWED OR WHEN IT WENT - NOW    *
      * A20PGM70 POSTS AN 'INV' ENTRY (AMOUNT POSITIVE, WE OWE IT)     *
      * FOR EVERY LINE IT PASSES, AND THE A20PGM86 PAYMENT RUN POSTS   *
      * A 'PAY' ENTRY (AMOUNT NEGATIVE) PER SUPPLIER PER RUN AND       *
      * CLEARS THE INVOICE ENTRIES IT PAID. SUM(AMOUNT) OVER A         *
      * SUPPLIER IS WHAT WE OWE THEM TODAY.                            *
      * A20PGM66 POSTS A 'DBN' ENTRY (NEGATIVE) FOR EVERY SUPPLIER     *
      * DEBIT NOTE RAISED ON GOODS RETURNED TO VENDOR; IT STAYS OPEN   *
      * UNTIL A PAYMENT RUN NETS IT OFF THAT SUPPLIER'S NEXT PAYMENT.  *
      * ENTRY-STATUS 'OPEN' UNTIL SETTLED, THEN 'CLEARED' WITH THE     *
      * PAYMENT REFERENCE AND DATE THAT SETTLED IT. A20PGM77 PICKS UP  *
      * THE DAY'S ENTRIES BY ENTRY-DATE AS ITS 'AP' JOURNAL SOURCE.    *
      *****************************************************************
       01  DCLSUPPLIER-LEDGER.
           10 SUPPLIER-ID.
              49 SUPPLIER-ID-LEN       PIC S9(4) USAGE COMP.
              49 SUPPLIER-ID-TEXT      PIC X(06).
           10 ENTRY-DATE               PIC X(10).
           10 ENTRY-TYPE               PIC X(04).
           10 LEDGER-REF.
              49 LEDGER-REF-LEN        PIC S9(4) USAGE COMP.
              49 LEDGER-REF-TEXT       PIC X(16).
           10 PO-ID.
              49 PO-ID-LEN             PIC S9(4) USAGE COMP.
              49 PO-ID-TEXT            PIC X(06).
           10 LEDGER-AMOUNT            PIC S9(8)V9(2) USAGE COMP-3.
           10 ENTRY-STATUS.
              49 ENTRY-STATUS-LEN      PIC S9(4) USAGE COMP.
              49 ENTRY-STATUS-TEXT     PIC X(08).
           10 CLEARED-REF.
              49 CLEARED-REF-LEN       PIC S9(4) USAGE COMP.
              49 CLEARED-REF-TEXT      PIC X(08).
           10 CLEARED-DATE             PIC X(10).
