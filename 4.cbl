          05 WS-SHIPTO        PIC X(04).
          05 WS-REQDATE       PIC X(10).
          05 WS-SUBST-FROM    PIC X(06).
          05 WS-LINE-UOM-TAB OCCURS 5 TIMES.
             10 WS-LN-UOM      PIC X(02).
             10 WS-LN-UOM-QTY  PIC 9(03).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
            10 LK-SHIPTO        PIC X(04).
            10 LK-REQDATE       PIC X(10).
            10 LK-SUBST-FROM    PIC X(06).
            10 LK-LINE-UOM-TAB OCCURS 5 TIMES.
               15 LK-LN-UOM      PIC X(02).
               15 LK-LN-UOM-QTY  PIC 9(03).
       PROCEDURE DIVISION.                         
       MAIN-PARA.                                  
           IF EIBCALEN = 0                         
                   PERFORM 2000-SEND-PARA
                   PERFORM 8888-RETURN-TRANS-PARA
                END-IF
      *         NOR DOES AN ACCOUNT WRITTEN OFF AS BAD DEBT (A20PG111).
                IF CUST-STATUS = 'WRITEOFF'
                   MOVE 'ACCOUNT CLOSED - BAD DEBT WRITTEN OFF' TO
                        ORDM1O
                   PERFORM 2000-SEND-PARA
                   PERFORM 8888-RETURN-TRANS-PARA
                END-IF
      *         NOR ONE WHOSE PERSONAL DATA A20PG112 HAS ERASED - A
      *         RETURNING CUSTOMER IS SET UP AGAIN AS A NEW ACCOUNT.
                IF CUST-STATUS = 'ANONYMSD'
                   MOVE 'ACCOUNT ANONYMISED - SET UP A NEW ONE' TO
                        ORDM1O
                   PERFORM 2000-SEND-PARA
                   PERFORM 8888-RETURN-TRANS-PARA
                END-IF
                MOVE   CUSTOMER-ID-TEXT OF DCLCUSTOMER1
                       (1:CUSTOMER-ID-LEN OF DCLCUSTOMER1)
                                  TO ORDNM3O, WS-CUSTID
