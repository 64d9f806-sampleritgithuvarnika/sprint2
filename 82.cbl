      *FIRST LINES ON THE SHARED RPTLST MAP SO THE CLERK CAN CHECK
      *IT IS THE RIGHT ONE; PF1 PUSHES EVERY STORED LINE BACK OUT TO
      *THE RCPT PRINT QUEUE AS A REPRINT.
      *TYPES: RCPT RECEIPT, INV INVOICE, STMT STATEMENT, CRED CREDIT,
      *DBN SUPPLIER DEBIT NOTE, MEMO CUSTOMER CREDIT/DEBIT MEMO,
      *RBAT CUSTOMER REBATE STATEMENT, PLST CUSTOMER PRICE LIST.
      *PF2 WITH TYPE PLST AND A CUSTOMER ID ASKS FOR A FRESH PRICE
      *LIST - A PRICE_LIST_REQ1 ROW THE NIGHTLY A20PG107 RUN
      *PUBLISHES TO THE STORE, READY TO VIEW AND REPRINT HERE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
           EXEC SQL
             INCLUDE PLSREQ1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-SQLCODE       PIC -9(04).
       77 WS-ROW-COUNT     PIC 9(02).
       77 WS-PRINT-COUNT   PIC 9(04).
       77 WS-PRINT-DISP    PIC ZZZ9.
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-OPERATOR      PIC X(08).
       01 WS-PRINT-LINE    PIC X(80).
       01 WS-LIST-LINE-TAB.
          05 WS-LIST-LINE OCCURS 10 TIMES PIC X(70).
              END-IF
           END-IF.
      *
       1000-GET-DATE.
            EXEC CICS
               ASKTIME
               ABSTIME(WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                 ABSTIME(WS-ABS-TIME)
                 DATESEP(WS-SEP)
                 YYYYMMDD(WS-DATE)
                 TIMESEP(WS-TSEP)
                 TIME(WS-TIME)
            END-EXEC.
       2000-SEND-PARA.
           EXEC CICS
                SEND MAP('DOCIN') MAPSET('A20MPS1')
            WHEN DFHPF1
              PERFORM 3000-RECEIVE-PARA
              PERFORM 5000-REPRINT-DOCUMENT-PARA
            WHEN DFHPF2
              PERFORM 3000-RECEIVE-PARA
              PERFORM 6000-REQUEST-PRICE-LIST-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
           END-EXEC.
       3500-EDIT-KEYS-PARA.
           IF DOCTYI NOT = 'RCPT' AND DOCTYI NOT = 'INV ' AND
              DOCTYI NOT = 'STMT' AND DOCTYI NOT = 'CRED' AND
              DOCTYI NOT = 'DBN ' AND DOCTYI NOT = 'MEMO' AND
              DOCTYI NOT = 'RBAT' AND DOCTYI NOT = 'PLST'
             MOVE 'DOCUMENT TYPE NOT RECOGNISED' TO DOCMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE WS-LIST-LINE(08) TO RPTL08O
           MOVE WS-LIST-LINE(09) TO RPTL09O
           MOVE WS-LIST-LINE(10) TO RPTL10O.
       6000-REQUEST-PRICE-LIST-PARA.
      *    A PRICE LIST IS NOT BUILT ON LINE - EVERY ACTIVE PRODUCT
      *    PRICED FOR THE CUSTOMER IS A BATCH JOB. THE REQUEST IS
      *    QUEUED FOR TONIGHT'S A20PG107 RUN, ONCE PER CUSTOMER.
           PERFORM 3500-EDIT-KEYS-PARA
           IF DOC-TYPE NOT = 'PLST'
             MOVE 'PF2 REQUESTS TYPE PLST ONLY' TO DOCMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE DOCIDI TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF CUSTOMER-ID-TEXT OF DCLCUSTOMER1 TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT CUSTOMER_NAME
                INTO :CUSTOMER-NAME
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'CUSTOMER NOT FOUND' TO DOCMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             WHEN OTHER
               PERFORM 6900-SQL-ERROR-PARA
           END-EVALUATE
           MOVE CUSTOMER-ID OF DCLCUSTOMER1 TO
                CUSTOMER-ID OF DCLPRICE-LIST-REQ
           EXEC SQL
               SELECT REQ_DATE
                INTO :REQ-DATE
                FROM PRICE_LIST_REQ1
                WHERE CUSTOMER_ID = :DCLPRICE-LIST-REQ.CUSTOMER-ID
                  AND REQ_STATUS = 'PENDING'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               STRING 'PRICE LIST ALREADY REQUESTED ' DELIMITED BY SIZE
                      REQ-DATE DELIMITED BY SIZE
                      INTO DOCMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM 6900-SQL-ERROR-PARA
           END-EVALUATE
           PERFORM 1000-GET-DATE
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE WS-DATE TO REQ-DATE
           MOVE WS-OPERATOR TO REQ-BY
           MOVE 'PENDING' TO REQ-STATUS
           MOVE SPACES TO DONE-DATE
           EXEC SQL
               INSERT INTO PRICE_LIST_REQ1 VALUES(
                      :DCLPRICE-LIST-REQ.CUSTOMER-ID,
                      :REQ-DATE,
                      :REQ-BY,
                      :REQ-STATUS,
                      :DONE-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 6900-SQL-ERROR-PARA
           END-IF
           MOVE 'PRICE LIST REQUESTED FOR TONIGHT' TO DOCMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6900-SQL-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE
           STRING 'SQL ERROR ' DELIMITED BY SIZE
                  WS-SQLCODE DELIMITED BY SIZE
                  INTO DOCMSGO
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       8888-RETURN-TRANS-PARA.
           EXEC CICS
                RETURN
               QUEUE(WS-USID-QNAME)
               RESP(WS-RESP)
           END-EXEC.
       9210-GET-OPERATOR-PARA.
      *    SIGNED-ON USER ID OFF THE PER-TERMINAL USID TS QUEUE
      *    WRITTEN BY A20PGM1 AT SIGN-ON.
           MOVE 'USID' TO WS-USID-QNAME(1:4)
           MOVE EIBTRMID TO WS-USID-QNAME(5:4)
           MOVE SPACES TO WS-OPERATOR
           EXEC CICS
               READQ TS
               QUEUE(WS-USID-QNAME)
               INTO(WS-OPERATOR)
               LENGTH(LENGTH OF WS-OPERATOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE SPACES TO WS-OPERATOR
           END-IF.
       9999-RETURN-PARA.
           EXEC CICS
                RETURN
