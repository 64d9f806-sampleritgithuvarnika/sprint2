      *CUSTOMER'S REMITTANCE ADVICE SAYS THE A20PGM27 OLDEST-FIRST
      *SPREAD GOT IT WRONG - RECORDED AS A PAIRED MINUS/PLUS SLICE SO
      *THE PAYMENT'S TOTAL APPLICATION NEVER CHANGES.
      *CUSTOMER CREDIT AND DEBIT MEMOS (A20PGM87) ARE SLICES TOO,
      *UNDER THE MEMO NUMBER IN PLACE OF A BANK REFERENCE - EACH
      *OPEN ITEM SHOWS THE NET MEMO ADJUSTMENT IN ITS REMAINDER, AND
      *A CREDIT MEMO CAN BE MOVED BETWEEN INVOICES WITH PF1 JUST
      *LIKE A PAYMENT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE CSHALC1
           END-EXEC.
           EXEC SQL
             INCLUDE CUSMEM1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SQLCA
       77 WS-MOVE-AMT      PIC S9(8)V9(2) COMP-3.
       77 WS-FROM-ALLOC    PIC S9(8)V9(2) COMP-3.
       77 WS-NEG-AMT       PIC S9(8)V9(2) COMP-3.
       77 WS-MEMO-ADJ      PIC S9(8)V9(2) COMP-3.
       77 WS-AMT-DISP      PIC -ZZZZZZ9.99.
       77 WS-MEMO-DISP     PIC -ZZZZZZ9.99.
       77 WS-ROW-COUNT     PIC 9(02).
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
                      COALESCE((SELECT SUM(A.ALLOC_AMOUNT)
                                  FROM CASH_ALLOC1 A
                                 WHERE A.INVOICE_ID = I.INVOICE_ID),
                               0),
                      COALESCE((SELECT SUM(A.ALLOC_AMOUNT)
                                  FROM CASH_ALLOC1 A, CUSTOMER_MEMO1 M
                                 WHERE A.INVOICE_ID = I.INVOICE_ID
                                   AND A.BANK_REF = M.MEMO_ID),
                               0)
               FROM INVOICE1 I
               WHERE I.CUSTOMER_ID = :DCLINVOICE1.CUSTOMER-ID
                   FETCH OPNLST-CUR
                   INTO :DCLINVOICE1.INVOICE-ID,
                        :INVOICE-DATE,
                        :WS-UNPAID-AMT,
                        :WS-MEMO-ADJ
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE 'Y' TO WS-ITEM-EOF-SW
                            '  UNPAID ' DELIMITED BY SIZE
                            WS-AMT-DISP DELIMITED BY SIZE
                            INTO WS-LIST-LINE(WS-ROW-COUNT)
      *                 A CREDIT MEMO SLICE IS PLUS LIKE CASH, SO THE
      *                 ADJUSTMENT TO WHAT IS OWED IS ITS NEGATIVE.
                     IF WS-MEMO-ADJ NOT = 0
                        COMPUTE WS-MEMO-DISP = 0 - WS-MEMO-ADJ
                        MOVE '  MEMOS ' TO
                             WS-LIST-LINE(WS-ROW-COUNT)(42:8)
                        MOVE WS-MEMO-DISP TO
                             WS-LIST-LINE(WS-ROW-COUNT)(50:11)
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
