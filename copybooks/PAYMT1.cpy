      * CUSTOMER CREPT TOWARD THEIR CREDIT LIMIT. BANK-REF IS THE      *
      * REFERENCE OFF THE BANK'S REMITTANCE FILE SO A POSTING CAN BE   *
      * TRACED BACK TO THE ADVICE IT CAME FROM.                        *
      * CURRENCY-CODE, CURR-AMOUNT, EXCH-RATE AND FX-GAIN-LOSS         *
      * (TRAILING COLUMNS) - AN EXPORT ACCOUNT PAYS IN ITS OWN         *
      * CURRENCY. CURR-AMOUNT IS WHAT THE BANK ADVISED, EXCH-RATE THE  *
      * EXCHANGE_RATE1 RATE AT THE VALUE DATE. PAYMENT-AMOUNT IS THE   *
      * BASE-CURRENCY VALUE TAKEN OFF THE BALANCE - THE INVOICES IT    *
      * SETTLES AT THEIR INVOICED RATES PLUS ANY UNAPPLIED REMAINDER   *
      * AT TODAY'S - AND FX-GAIN-LOSS THE DIFFERENCE BETWEEN THAT AND  *
      * THE CASH'S BASE VALUE (PLUS A GAIN, MINUS A LOSS) FOR A20PGM77 *
      * TO JOURNAL. A BASE-CURRENCY PAYMENT CARRIES A BLANK CODE,      *
      * RATE 1, CURR-AMOUNT = PAYMENT-AMOUNT AND NO GAIN OR LOSS.      *
      *****************************************************************
       01  DCLPAYMENT1.
           10 CUSTOMER-ID.
              49 BANK-REF-LEN          PIC S9(4) USAGE COMP.
              49 BANK-REF-TEXT         PIC X(16).
           10 POSTED-DATE              PIC X(10).
           10 CURRENCY-CODE            PIC X(03).
           10 CURR-AMOUNT              PIC S9(8)V9(2) USAGE COMP-3.
           10 EXCH-RATE                PIC S9(5)V9(6) USAGE COMP-3.
           10 FX-GAIN-LOSS             PIC S9(8)V9(2) USAGE COMP-3.
