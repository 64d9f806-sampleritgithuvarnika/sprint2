      *ROW; PF1 RELEASES THE UNITS TO SELLABLE STOCK (PRODUCT TOTAL,
      *MAIN SITE, LOT ROW IF LOT-TRACKED, 'QRL' MOVEMENT); PF2
      *WRITES THEM OFF WITH THE KEYED REASON ('QWO' MOVEMENT - BRK
      *BREAKAGE, DMG DAMAGED, EXP EXPIRED); PF6 SENDS A FLAGGED
      *RECEIPT BACK TO THE SUPPLIER AGAINST ITS ORIGINAL PO ('RTV'
      *MOVEMENT - DMG DAMAGED, FLT FAULTY, WRG WRONG GOODS), RAISES A
      *NUMBERED SUPPLIER DEBIT NOTE AT THE AGREED UNIT COST, KEEPS IT
      *IN THE DOCUMENT1 STORE ('DBN') AND POSTS IT OPEN ON THE
      *SUPPLIER_LEDGER1 AP LEDGER SO THE A20PGM86 PAYMENT RUN TAKES
      *IT OFF THE SUPPLIER'S NEXT PAYMENT. EITHER WAY THE DECISION,
      *DATE AND OPERATOR STAY ON THE ROW. A DATED INTAKE PAST ITS
      *USE-BY DATE (INCLUDING EVERY LOT THE A20PG113 EXPIRY SWEEP
      *PARKS HERE) CANNOT BE RELEASED - ONLY WRITTEN OFF.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE PORD1
           END-EXEC.
           EXEC SQL
             INCLUDE SUPP1
           END-EXEC.
           EXEC SQL
             INCLUDE SUPLDG1
           END-EXEC.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
           EXEC SQL
             INCLUDE ORDCTL1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SQLCA
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-DBN-NUM       PIC 9(07).
       77 WS-DBN-ID        PIC X(08).
       77 WS-DOC-SEQ       PIC S9(4) COMP.
       77 WS-DEBIT-AMOUNT  PIC S9(8)V9(2) COMP-3.
       77 WS-COST-DISP     PIC ZZZ9.99.
       77 WS-AMT-DISP      PIC ZZZZZZZ9.99.
       01 WS-DOC-TEXT      PIC X(80).
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
            WHEN DFHPF2
              PERFORM 3000-RECEIVE-PARA
              PERFORM 6000-WRITE-OFF-PARA
            WHEN DFHPF6
              PERFORM 3000-RECEIVE-PARA
              PERFORM 6500-RETURN-TO-VENDOR-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
           MOVE LENGTH OF QRNIDI TO QUAR-ID-LEN
           EXEC SQL
               SELECT PRODUCT_CODE, LOT_NUMBER, PO_ID, QUAR_SOURCE,
                      QUAR_REASON, QUAR_QTY, QUAR_STATUS, EXPIRY_DATE
                INTO :DCLQUARANTINE1.PRODUCT-CODE,
                     :LOT-NUMBER OF DCLQUARANTINE1,
                     :DCLQUARANTINE1.PO-ID,
                     :QUAR-SOURCE,
                     :QUAR-REASON,
                     :QUAR-QTY,
                     :DCLQUARANTINE1.QUAR-STATUS,
                     :EXPIRY-DATE OF DCLQUARANTINE1
                FROM QUARANTINE1
                WHERE QUAR_ID = :DCLQUARANTINE1.QUAR-ID
           END-EXEC
           MOVE QUAR-QTY TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO QRNQTYO
           MOVE QUAR-SOURCE TO QRNSRCO
           MOVE 'PF1 RELEASE, PF2 WRITE OFF, PF6 RETURN' TO QRNMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5000-RELEASE-TO-STOCK-PARA.
      *    PRODUCT TOTAL AND MAIN SITE UP, THE LOT ROW TOPPED UP IF
      *    THE INTAKE WAS LOT-TRACKED, AND A 'QRL' MOVEMENT FOR THE
      *    AUDIT TRAIL. GUARDED BY THE HELD CHECK SO A ROW CANNOT
      *    RELEASE TWICE. OUT-OF-DATE STOCK NEVER GOES BACK ON THE
      *    SHELF, WHATEVER THE INSPECTOR THINKS OF ITS CONDITION.
           PERFORM 3500-GET-HELD-ROW-PARA
           PERFORM 1000-GET-DATE
           IF EXPIRY-DATE OF DCLQUARANTINE1 NOT = SPACES AND
              EXPIRY-DATE OF DCLQUARANTINE1 < WS-DATE
              MOVE 'PAST ITS EXPIRY DATE - WRITE OFF ONLY' TO QRNMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           EXEC SQL
               UPDATE PRODUCT1
                  SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
       5300-TOP-UP-LOT-PARA.
      *    RELEASED UNITS REJOIN THEIR LOT SO THE RECALL TRAIL STAYS
      *    WHOLE. A LOT ROW THAT NEVER EXISTED (QUARANTINED BEFORE
      *    ANY SELLABLE RECEIPT OF THE LOT) IS CREATED NOW, AT THE
      *    COST ON RECORD - THE RECEIPT THAT SENT THE UNITS INTO
      *    QUARANTINE HAD ALREADY CAPTURED THEIR DELIVERY COST THERE.
      *    THE NEW ROW TAKES THE INTAKE'S USE-BY DATE AND THE MAIN
      *    SITE THE UNITS ARE RELEASED TO.
           MOVE PRODUCT-CODE OF DCLQUARANTINE1 TO
                PRODUCT-CODE OF DCLSTOCK-LOT
           MOVE LOT-NUMBER OF DCLQUARANTINE1 TO
              MOVE 0 TO PO-ID-LEN OF DCLSTOCK-LOT
              MOVE WS-DATE TO RECEIVED-DATE OF DCLSTOCK-LOT
              MOVE QUAR-QTY TO LOT-QTY-ON-HAND
              MOVE EXPIRY-DATE OF DCLQUARANTINE1 TO
                   EXPIRY-DATE OF DCLSTOCK-LOT
              MOVE 'MAIN' TO RECEIVED-LOC
              MOVE 0 TO LOT-UNIT-COST
              EXEC SQL
                  SELECT UNIT_COST
                   INTO :LOT-UNIT-COST
                   FROM PRODUCT1
                   WHERE PRODUCT_CODE = :DCLSTOCK-LOT.PRODUCT-CODE
              END-EXEC
              EXEC SQL
                  INSERT INTO STOCK_LOT1 VALUES(
                         :DCLSTOCK-LOT.PRODUCT-CODE,
                         :DCLSTOCK-LOT.LOT-NUMBER,
                         :DCLSTOCK-LOT.PO-ID,
                         :RECEIVED-DATE OF DCLSTOCK-LOT,
                         :LOT-QTY-ON-HAND,
                         :LOT-UNIT-COST,
                         :EXPIRY-DATE OF DCLSTOCK-LOT,
                         :RECEIVED-LOC)
              END-EXEC
           END-IF.
       5400-TALLY-PO-RECEIPT-PARA.
      *    RECEIVED AGAINST THEIR PO ONCE THE INSPECTOR PASSES THEM -
      *    OTHERWISE THE A20PGM70 THREE-WAY MATCH WOULD DISPUTE THE
      *    SUPPLIER'S INVOICE FOR GOODS WE ACCEPTED AND ARE SELLING.
      *    A RETURN TO VENDOR TALLIES TOO - ITS DEBIT NOTE RECOVERS
      *    THE MONEY. A WRITE-OFF DELIBERATELY NEVER TALLIES: WE DO
      *    NOT PAY FOR CONDEMNED GOODS.
           EXEC SQL
               UPDATE PURCHASE_ORDER1
                  SET RECEIVED_QTY = RECEIVED_QTY + :QUAR-QTY
           MOVE 'WRITTEN OFF' TO QRNMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6500-RETURN-TO-VENDOR-PARA.
      *    THE INSPECTOR REJECTED A FLAGGED RECEIPT AS THE SUPPLIER'S
      *    FAULT - THE UNITS GO BACK AGAINST THE ORIGINAL PO INSTEAD
      *    OF BEING WRITTEN OFF AS OUR LOSS. LIKE A WRITE-OFF THEY
      *    NEVER REACH SELLABLE STOCK. THEY DO TALLY THE PO RECEIPT,
      *    SO THE SUPPLIER'S INVOICE FOR THE WHOLE DELIVERY STILL
      *    MATCHES ON A20PGM70 - THE DEBIT NOTE IS THE ONE PLACE THEIR
      *    VALUE IS CLAWED BACK, NOT A DISPUTE ON TOP OF IT.
           PERFORM 3500-GET-HELD-ROW-PARA
           IF QUAR-SOURCE NOT = 'RCP' OR
              PO-ID-TEXT OF DCLQUARANTINE1 = SPACES
              MOVE 'ONLY A FLAGGED RECEIPT CAN BE RETURNED' TO QRNMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF QRNRSNI NOT = 'DMG' AND QRNRSNI NOT = 'FLT' AND
              QRNRSNI NOT = 'WRG'
              MOVE 'REASON MUST BE DMG, FLT OR WRG' TO QRNMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 6600-GET-PO-SUPPLIER-PARA
           PERFORM 1000-GET-DATE
           PERFORM 6700-SET-DEBIT-NOTE-ID-PARA
           PERFORM 5400-TALLY-PO-RECEIPT-PARA
           MOVE 'RTV' TO MOVEMENT-TYPE OF DCLSTOCK-MOVEMENT
           MOVE QRNRSNI TO REASON-CODE OF DCLSTOCK-MOVEMENT
           PERFORM 7000-LOG-DECISION-MOVEMENT-PARA
           PERFORM 6800-STORE-DEBIT-NOTE-PARA
           PERFORM 6900-POST-DEBIT-PARA
           MOVE 'RETURNED' TO QUAR-STATUS-TEXT
           MOVE LENGTH OF 'RETURNED' TO QUAR-STATUS-LEN
           PERFORM 7500-STAMP-DECISION-PARA
           STRING 'RETURNED - DEBIT NOTE ' DELIMITED BY SIZE
                  WS-DBN-ID DELIMITED BY SIZE
                  INTO QRNMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6600-GET-PO-SUPPLIER-PARA.
      *    THE DEBIT IS RAISED ON WHOEVER THE PO WAS PLACED WITH, AT
      *    THE UNIT COST WE AGREED TO PAY (THE SAME FIGURE A20PGM70
      *    HOLDS SUPPLIER INVOICES TO).
           EXEC SQL
               SELECT SUPPLIER_ID
                INTO :DCLPURCHASE-ORDER.SUPPLIER-ID
                FROM PURCHASE_ORDER1
                WHERE PO_ID = :DCLQUARANTINE1.PO-ID
                  AND PRODUCT_CODE = :DCLQUARANTINE1.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'PO LINE NOT FOUND FOR RETURN' TO QRNMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE SUPPLIER-ID OF DCLPURCHASE-ORDER TO
                SUPPLIER-ID OF DCLSUPPLIER1
           EXEC SQL
               SELECT SUPPLIER_NAME, ADDRESS1
                INTO :SUPPLIER-NAME, :DCLSUPPLIER1.ADDRESS1
                FROM SUPPLIER1
                WHERE SUPPLIER_ID = :DCLSUPPLIER1.SUPPLIER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SUPPLIER NOT ON FILE' TO QRNMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE PRODUCT-CODE OF DCLQUARANTINE1 TO
                PRODUCT-CODE OF DCLPRODUCT1
           EXEC SQL
               SELECT UNIT_COST
                INTO :UNIT-COST
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO UNIT-COST
           END-IF
           COMPUTE WS-DEBIT-AMOUNT = QUAR-QTY * UNIT-COST.
       6700-SET-DEBIT-NOTE-ID-PARA.
      *    SAME SERIALIZED NUMBERING AS THE ORDER AND PO NUMBERS -
      *    THE UPDATE LOCKS THE 'DEBITNOTE' CONTROL ROW UNTIL
      *    SYNCPOINT SO TWO INSPECTORS CANNOT SHARE A NUMBER.
           MOVE 'DEBITNOTE' TO CONTROL-ID-TEXT
           MOVE LENGTH OF 'DEBITNOTE' TO CONTROL-ID-LEN
           EXEC SQL
               UPDATE ORDER_CONTROL
                  SET NEXT_ORDER_NUM = NEXT_ORDER_NUM + 1
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           EXEC SQL
               SELECT NEXT_ORDER_NUM INTO :NEXT-ORDER-NUM
                 FROM ORDER_CONTROL
                WHERE CONTROL_ID = :CONTROL-ID
           END-EXEC
           MOVE NEXT-ORDER-NUM TO WS-DBN-NUM
           STRING 'D' DELIMITED BY SIZE
                  WS-DBN-NUM DELIMITED BY SIZE
                  INTO WS-DBN-ID.
       6800-STORE-DEBIT-NOTE-PARA.
      *    THE DEBIT NOTE LIVES IN THE DOCUMENT STORE AS TYPE 'DBN'
      *    SO A20PGM82 CAN REPRINT IT FOR THE SUPPLIER. THE STORE'S
      *    CUSTOMER-ID COLUMN CARRIES THE SUPPLIER ID ON THIS TYPE.
           MOVE 'DBN ' TO DOC-TYPE
           MOVE WS-DBN-ID TO DOC-ID-TEXT
           MOVE LENGTH OF WS-DBN-ID TO DOC-ID-LEN
           MOVE SUPPLIER-ID-TEXT OF DCLSUPPLIER1 TO
                CUSTOMER-ID-TEXT OF DCLDOCUMENT1
           MOVE SUPPLIER-ID-LEN OF DCLSUPPLIER1 TO
                CUSTOMER-ID-LEN OF DCLDOCUMENT1
           MOVE WS-DATE TO DOC-DATE
           MOVE 0 TO WS-DOC-SEQ
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'SUPPLIER DEBIT NOTE ' DELIMITED BY SIZE
                  WS-DBN-ID DELIMITED BY SIZE
                  '   DATE ' DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           PERFORM 6850-STORE-DOC-LINE-PARA
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'TO ' DELIMITED BY SIZE
                  SUPPLIER-ID-TEXT OF DCLSUPPLIER1
                     (1:SUPPLIER-ID-LEN OF DCLSUPPLIER1)
                     DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SUPPLIER-NAME-TEXT(1:SUPPLIER-NAME-LEN)
                     DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           PERFORM 6850-STORE-DOC-LINE-PARA
           MOVE SPACES TO WS-DOC-TEXT
           STRING '   ' DELIMITED BY SIZE
                  ADDRESS1-TEXT OF DCLSUPPLIER1
                     (1:ADDRESS1-LEN OF DCLSUPPLIER1)
                     DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           PERFORM 6850-STORE-DOC-LINE-PARA
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'GOODS RETURNED AGAINST PO ' DELIMITED BY SIZE
                  PO-ID-TEXT OF DCLQUARANTINE1
                     (1:PO-ID-LEN OF DCLQUARANTINE1)
                     DELIMITED BY SIZE
                  '  OUR REF ' DELIMITED BY SIZE
                  QUAR-ID-TEXT(1:QUAR-ID-LEN) DELIMITED BY SIZE
                  '  REASON ' DELIMITED BY SIZE
                  QRNRSNI DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           PERFORM 6850-STORE-DOC-LINE-PARA
           MOVE QUAR-QTY TO WS-QTY-DISP
           MOVE UNIT-COST TO WS-COST-DISP
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'PRODUCT ' DELIMITED BY SIZE
                  PRODUCT-CODE-TEXT OF DCLQUARANTINE1
                     (1:PRODUCT-CODE-LEN OF DCLQUARANTINE1)
                     DELIMITED BY SIZE
                  '  LOT ' DELIMITED BY SIZE
                  LOT-NUMBER OF DCLQUARANTINE1 DELIMITED BY SIZE
                  '  QTY ' DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
                  ' @ ' DELIMITED BY SIZE
                  WS-COST-DISP DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           PERFORM 6850-STORE-DOC-LINE-PARA
           MOVE WS-DEBIT-AMOUNT TO WS-AMT-DISP
           MOVE SPACES TO WS-DOC-TEXT
           STRING 'DEBIT TOTAL ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' - OFFSET AGAINST OUR NEXT PAYMENT TO YOU'
                     DELIMITED BY SIZE
                  INTO WS-DOC-TEXT
           PERFORM 6850-STORE-DOC-LINE-PARA.
       6850-STORE-DOC-LINE-PARA.
           ADD 1 TO WS-DOC-SEQ
           MOVE WS-DOC-SEQ TO LINE-SEQ
           MOVE WS-DOC-TEXT TO DOC-LINE
           EXEC SQL
               INSERT INTO DOCUMENT1 VALUES(
                      :DOC-TYPE,
                      :DCLDOCUMENT1.DOC-ID,
                      :DCLDOCUMENT1.CUSTOMER-ID,
                      :DOC-DATE,
                      :LINE-SEQ,
                      :DOC-LINE)
           END-EXEC.
       6900-POST-DEBIT-PARA.
      *    AN OPEN 'DBN' ENTRY (NEGATIVE - IT REDUCES WHAT WE OWE)
      *    THAT THE NEXT PAYMENT RUN NETS OFF AND CLEARS.
           MOVE SUPPLIER-ID OF DCLSUPPLIER1 TO
                SUPPLIER-ID OF DCLSUPPLIER-LEDGER
           MOVE WS-DATE TO ENTRY-DATE
           MOVE 'DBN' TO ENTRY-TYPE
           MOVE WS-DBN-ID TO LEDGER-REF-TEXT
           MOVE LENGTH OF WS-DBN-ID TO LEDGER-REF-LEN
           MOVE PO-ID OF DCLQUARANTINE1 TO
                PO-ID OF DCLSUPPLIER-LEDGER
           COMPUTE LEDGER-AMOUNT = 0 - WS-DEBIT-AMOUNT
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
              STRING 'LEDGER ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE      DELIMITED BY SIZE
                     INTO QRNMSGO
              EXEC CICS
                   SYNCPOINT ROLLBACK
              END-EXEC
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       7000-LOG-DECISION-MOVEMENT-PARA.
           MOVE SPACES TO ORDER-ID-TEXT OF DCLSTOCK-MOVEMENT
           MOVE 0 TO ORDER-ID-LEN OF DCLSTOCK-MOVEMENT
