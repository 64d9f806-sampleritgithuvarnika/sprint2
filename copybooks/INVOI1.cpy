      * INVOICE NUMBER UP FROM HERE. NUMBERS COME OFF THE 'INVOICE'    *
      * ROW ON ORDER_CONTROL (SAME SERIALIZED PATTERN AS ORDER         *
      * NUMBERING IN A20PGM6).                                         *
      * FREIGHT-AMOUNT (TRAILING COLUMN) IS THE DELIVERY CHARGE THE    *
      * RUN PRICED OFF CARRIER_RATE1 FOR THE ORDER'S SHIPMENT - ZERO   *
      * WHEN THE BAND'S FREE-DELIVERY THRESHOLD WAS MET. IT IS         *
      * INCLUDED IN INVOICE-AMOUNT; A20PGM77 SPLITS IT OUT TO ITS OWN  *
      * GL ACCOUNT.                                                    *
      * CURRENCY-CODE, EXCH-RATE AND CURR-AMOUNT (TRAILING COLUMNS)    *
      * RECORD THE CURRENCY THE INVOICE WAS PRINTED IN FOR AN EXPORT   *
      * ACCOUNT, THE EXCHANGE_RATE1 RATE USED AND THE TOTAL AS BILLED  *
      * IN THAT CURRENCY. INVOICE-AMOUNT STAYS IN BASE CURRENCY. A     *
      * BASE-CURRENCY INVOICE CARRIES A BLANK CODE, RATE 1 AND         *
      * CURR-AMOUNT = INVOICE-AMOUNT. A20PGM27 SETTLES A FOREIGN       *
      * INVOICE AT THIS RATE TO FIND THE EXCHANGE GAIN OR LOSS.        *
      * DUE-DATE, SETTLE-DISC-DATE AND SETTLE-DISC-AMT (TRAILING       *
      * COLUMNS) ARE SET BY A20PGM33 FROM THE CUSTOMER'S TERMS - THE   *
      * DATE THE INVOICE FALLS DUE, AND THE LAST DATE AND BASE-        *
      * CURRENCY AMOUNT OF ANY SETTLEMENT DISCOUNT (BLANK/ZERO WHEN    *
      * NONE). STATEMENTS, DUNNING AND CREDIT REVIEW AGE FROM          *
      * DUE-DATE; A BLANK DUE-DATE ON AN OLDER ROW IS INVOICE-DATE+30. *
      * A20PGM27 ALLOWS THE DISCOUNT ON A PAYMENT VALUED IN TIME.      *
      *****************************************************************
       01  DCLINVOICE1.
           10 INVOICE-ID.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 INVOICE-DATE             PIC X(10).
           10 INVOICE-AMOUNT           PIC S9(8)V9(2) USAGE COMP-3.
           10 FREIGHT-AMOUNT           PIC S9(8)V9(2) USAGE COMP-3.
           10 CURRENCY-CODE            PIC X(03).
           10 EXCH-RATE                PIC S9(5)V9(6) USAGE COMP-3.
           10 CURR-AMOUNT              PIC S9(8)V9(2) USAGE COMP-3.
           10 DUE-DATE                 PIC X(10).
           10 SETTLE-DISC-DATE         PIC X(10).
           10 SETTLE-DISC-AMT          PIC S9(8)V9(2) USAGE COMP-3.
