      *****************************************************************
      * DCLGEN TABLE(CUSTOMER_MEMO1)                                   *
      * ONE ROW PER CUSTOMER CREDIT OR DEBIT MEMO RAISED ON THE        *
      * A20PGM87 SCREEN AGAINST AN INVOICE1 INVOICE. PRICING           *
      * MISTAKES, GOODWILL, SHORT-DELIVERY CLAIMS AND UNDERCHARGES     *
      * USED TO BE FORCED THROUGH A PAYMENT, A CANCELLATION OR A       *
      * RETURN - NOW THEY ARE MEMOS WITH THEIR OWN NUMBER OFF THE      *
      * 'MEMO' ROW ON ORDER_CONTROL ('M' + 7 DIGITS).                  *
      *    MEMO-TYPE   'C' CREDIT - BALANCE DOWN                       *
      *                'D' DEBIT  - BALANCE UP                         *
      *    REASON-CODE 'PRC' PRICING ERROR     (CREDIT OR DEBIT)       *
      *                'GWL' GOODWILL          (CREDIT ONLY)           *
      *                'SHT' SHORT DELIVERY    (CREDIT ONLY)           *
      *                'UND' UNDERCHARGE       (DEBIT ONLY)            *
      *                'SDS' SETTLEMENT DISCOUNT (CREDIT ONLY) - NEVER *
      *                      KEYED; RAISED BY A20PGM27 WHEN A PAYMENT  *
      *                      VALUED WITHIN TERMS TAKES THE DISCOUNT.   *
      * MEMO-AMOUNT IS ALWAYS POSITIVE; THE TYPE GIVES THE DIRECTION.  *
      * EACH MEMO ALSO WRITES A CASH_ALLOC1 SLICE AGAINST ITS INVOICE  *
      * WITH THE MEMO NUMBER AS BANK-REF (PLUS FOR A CREDIT, MINUS     *
      * FOR A DEBIT) SO THE INVOICE'S UNPAID REMAINDER ON A20PGM72     *
      * AND THE A20PGM27 OLDEST-FIRST SPREAD ALLOW FOR IT. A20PGM77    *
      * JOURNALS THE DAY'S MEMOS BY MEMO-DATE AS SOURCE 'MEM'.         *
      *****************************************************************
       01  DCLCUSTOMER-MEMO.
           10 MEMO-ID.
              49 MEMO-ID-LEN           PIC S9(4) USAGE COMP.
              49 MEMO-ID-TEXT          PIC X(08).
           10 MEMO-TYPE                PIC X(01).
           10 INVOICE-ID.
              49 INVOICE-ID-LEN        PIC S9(4) USAGE COMP.
              49 INVOICE-ID-TEXT       PIC X(08).
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 MEMO-AMOUNT              PIC S9(8)V9(2) USAGE COMP-3.
           10 REASON-CODE              PIC X(03).
           10 MEMO-DATE                PIC X(10).
           10 RAISED-BY                PIC X(08).
