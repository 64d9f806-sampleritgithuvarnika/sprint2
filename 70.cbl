      *'PASSED' FOR PAYMENT; A PRICE OR QUANTITY DISCREPANCY IS
      *RECORDED 'DISPUTED' WITH THE REASON AND LISTED FOR PURCHASING
      *TO CHASE - THAT IS WHERE THE MONEY LEAKS. ENDS RC=4 WHEN
      *ANYTHING DISPUTED. A PASSED LINE IS GIVEN ITS DUE DATE FROM
      *THE SUPPLIER'S PAY TERMS AND POSTED TO THE SUPPLIER_LEDGER1
      *AP LEDGER AS AN OPEN 'INV' ENTRY FOR THE A20PGM86 PAYMENT RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           EXEC SQL
             INCLUDE PROD1
           END-EXEC.
           EXEC SQL
             INCLUDE SUPP1
           END-EXEC.
           EXEC SQL
             INCLUDE SUPLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       77 WS-FILE-STATUS        PIC X(02).
       77 WS-SQLCODE            PIC -9(04).
       77 WS-INV-QTY            PIC S9(5) COMP.
       77 WS-INV-PRICE          PIC S9(4)V9(2) COMP-3.
       77 WS-DATE-INT           PIC 9(08) USAGE COMP.
       77 WS-DATE-NUM           PIC 9(08).
       01 WS-IN-SUPPID           PIC X(06).
       01 WS-IN-INVREF           PIC X(16).
       01 WS-IN-POID             PIC X(06).
           MOVE WS-MATCH-NOTE TO MATCH-NOTE-TEXT
           MOVE LENGTH OF WS-MATCH-NOTE TO MATCH-NOTE-LEN
           MOVE WS-RUN-DATE TO MATCH-DATE
      *    A PASSED LINE WAITS 'UNPAID' FOR THE PAYMENT RUN; A
      *    DISPUTED ONE IS 'HELD' AND THE RUN NEVER SEES IT.
           IF WS-REC-OK
              PERFORM 5100-SET-DUE-DATE-PARA
              MOVE 'UNPAID' TO PAY-STATUS-TEXT
              MOVE LENGTH OF 'UNPAID' TO PAY-STATUS-LEN
           ELSE
              MOVE SPACES TO DUE-DATE
              MOVE 'HELD' TO PAY-STATUS-TEXT
              MOVE LENGTH OF 'HELD' TO PAY-STATUS-LEN
           END-IF
           MOVE SPACES TO PAID-DATE
           MOVE SPACES TO PAY-REF-TEXT
           MOVE 0 TO PAY-REF-LEN
           EXEC SQL
               INSERT INTO SUPPLIER_INVOICE1 VALUES(
                      :DCLSUPPLIER-INVOICE.SUPP-INV-REF,
                      :INV-DATE,
                      :DCLSUPPLIER-INVOICE.MATCH-STATUS,
                      :DCLSUPPLIER-INVOICE.MATCH-NOTE,
                      :MATCH-DATE,
                      :DUE-DATE,
                      :DCLSUPPLIER-INVOICE.PAY-STATUS,
                      :PAID-DATE,
                      :DCLSUPPLIER-INVOICE.PAY-REF)
           END-EXEC
           IF SQLCODE = 0 AND WS-REC-OK
              PERFORM 5200-POST-LEDGER-PARA
           END-IF.
       5100-SET-DUE-DATE-PARA.
      *    DUE = INVOICE DATE + THE SUPPLIER'S PAY TERMS. NO TERMS ON
      *    FILE (OR NO INVOICE DATE) MAKES THE LINE DUE ON THE NEXT
      *    PAYMENT RUN RATHER THAN NEVER.
           MOVE WS-IN-SUPPID TO SUPPLIER-ID-TEXT OF DCLSUPPLIER1
           MOVE LENGTH OF WS-IN-SUPPID TO
                SUPPLIER-ID-LEN OF DCLSUPPLIER1
           EXEC SQL
               SELECT PAY_TERMS_DAYS
                INTO :PAY-TERMS-DAYS
                FROM SUPPLIER1
                WHERE SUPPLIER_ID = :DCLSUPPLIER1.SUPPLIER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO PAY-TERMS-DAYS
           END-IF
           IF WS-IN-INVDATE = SPACES
              MOVE WS-RUN-DATE TO DUE-DATE
           ELSE
              STRING WS-IN-INVDATE(1:4) WS-IN-INVDATE(6:2)
                     WS-IN-INVDATE(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-NUM
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                      + PAY-TERMS-DAYS
              COMPUTE WS-DATE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                     WS-DATE-NUM(7:2) DELIMITED BY SIZE
                     INTO DUE-DATE
           END-IF.
       5200-POST-LEDGER-PARA.
      *    WHAT WE NOW OWE - AN OPEN 'INV' ENTRY ON THE AP LEDGER,
      *    CLEARED BY THE PAYMENT RUN THAT SETTLES IT.
           MOVE SUPPLIER-ID OF DCLSUPPLIER-INVOICE TO
                SUPPLIER-ID OF DCLSUPPLIER-LEDGER
           MOVE WS-RUN-DATE TO ENTRY-DATE
           MOVE 'INV' TO ENTRY-TYPE
           MOVE WS-IN-INVREF TO LEDGER-REF-TEXT
           MOVE LENGTH OF WS-IN-INVREF TO LEDGER-REF-LEN
           MOVE PO-ID OF DCLSUPPLIER-INVOICE TO
                PO-ID OF DCLSUPPLIER-LEDGER
           COMPUTE LEDGER-AMOUNT = WS-INV-QTY * WS-INV-PRICE
           MOVE 'OPEN' TO ENTRY-STATUS-TEXT
           MOVE LENGTH OF 'OPEN' TO ENTRY-STATUS-LEN
           MOVE SPACES TO CLEARED-REF-TEXT
           MOVE 0 TO CLEARED-REF-LEN
           MOVE SPACES TO CLEARED-DATE
           EXEC SQL
               INSERT INTO SUPPLIER_LEDGER1 VALUES(
                      :DCLSUPPLIER-LEDGER.SUPPLIER-ID,
                      :ENTRY-DATE,
                      :ENTRY-TYPE,
                      :LEDGER-REF,
                      :DCLSUPPLIER-LEDGER.PO-ID,
                      :LEDGER-AMOUNT,
                      :ENTRY-STATUS,
                      :CLEARED-REF,
                      :CLEARED-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'AP LEDGER POST FAILED ' WS-IN-INVREF
                      ' SQLCODE= ' WS-SQLCODE
           END-IF.
       7000-PRINT-DISPUTE-PARA.
           STRING 'DISPUTED ' DELIMITED BY SIZE
                  WS-IN-SUPPID DELIMITED BY SIZE
      *    A FINISHED ROW FROM EARLIER TODAY IS RE-OPENED SO AN
      *    INTENTIONAL RE-RUN REPLACES ITS COUNTS.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM70' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM70' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM70' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM70 HELD - WAITING ON ' GATR-WAIT-JOB
                        ' ' GATR-WAIT-STATUS
                EXEC SQL
                    COMMIT
                END-EXEC
                MOVE 10 TO RETURN-CODE
                STOP RUN
             WHEN OTHER
                DISPLAY 'DEPENDENCY GATE ERROR, SQLCODE= ' GATR-SQLCODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0150-GET-RUN-STAMP-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           STRING WS-RUN-TS(1:4) '-' WS-RUN-TS(5:2) '-'
