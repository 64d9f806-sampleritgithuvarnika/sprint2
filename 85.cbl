      *VERIFIES BOTH ACCOUNTS; PF1 REPOINTS THE DUPLICATE'S ORDERS,
      *PAYMENTS, INVOICES, SERVICE CASES, CONTRACT PRICES, STANDING-
      *ORDER TEMPLATES, BACKORDERS, CASH ALLOCATIONS AND SHIP-TO
      *ADDRESSES ONTO THE SURVIVOR (AND ANY BRANCH ACCOUNTS THAT HAD
      *THE DUPLICATE AS HEAD OFFICE, WITH ITS GROUP CREDIT LIMIT AND
      *CONSOLIDATED-STATEMENT FLAG - REFUSED IF BOTH ACCOUNTS CARRY A
      *GROUP LIMIT), FOLDS THE DUPLICATE'S BALANCE
      *INTO THE SURVIVOR'S, MARKS THE DUPLICATE 'MERGED' (ORDER
      *ENTRY THEN REFUSES IT), AND WRITES ONE MERGE_LOG1 ROW PER
      *TABLE MOVED - THE AFTERNOON OF DBA WORK DOWN TO A MINUTE,
       77 WS-SURV-ID       PIC X(06).
       77 WS-DUP-BALANCE   PIC S9(8)V9(2) COMP-3.
       77 WS-DUP-STATUS    PIC X(08).
       77 WS-DUP-GRP-LIMIT PIC S9(8)V9(2) COMP-3.
       77 WS-DUP-CONSOL    PIC X(01).
       77 WS-BRANCH-COUNT  PIC S9(4) COMP.
       77 WS-MOVED-COUNT   PIC S9(7) COMP-3.
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
           MOVE LENGTH OF WS-DUP-ID TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT OUTSTANDING_BALANCE, CUST_STATUS,
                      GROUP_CREDIT_LIMIT, CONSOL_STMT
                INTO :WS-DUP-BALANCE, :WS-DUP-STATUS,
                     :WS-DUP-GRP-LIMIT, :WS-DUP-CONSOL
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           MOVE LENGTH OF WS-SURV-ID TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT CUST_STATUS, GROUP_CREDIT_LIMIT, CONSOL_STMT
                INTO :CUST-STATUS, :GROUP-CREDIT-LIMIT, :CONSOL-STMT
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
              MOVE 'SURVIVOR IS ITSELF MERGED' TO MRGMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    THE DUPLICATE'S BRANCHES MOVE UNDER THE SURVIVOR, WHICH
      *    THEREFORE CANNOT ITSELF BE A BRANCH - ONE LEVEL ONLY.
           MOVE 0 TO WS-BRANCH-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-BRANCH-COUNT
                FROM CUSTOMER1
                WHERE PARENT_ID = :WS-DUP-ID
           END-EXEC
           IF WS-BRANCH-COUNT > 0
              MOVE SPACES TO PARENT-ID
              EXEC SQL
                  SELECT PARENT_ID
                   INTO :PARENT-ID
                   FROM CUSTOMER1
                   WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
              END-EXEC
              IF PARENT-ID NOT = SPACES
                 MOVE 'BRANCHES CANNOT MOVE UNDER A BRANCH'
                      TO MRGMSGO
                 PERFORM 2000-SEND-PARA
                 PERFORM 8888-RETURN-TRANS-PARA
              END-IF
           END-IF
      *    TWO GROUP CREDIT LIMITS CANNOT SIMPLY BE ADDED OR ONE
      *    DROPPED - CREDIT CONTROL SETTLES THE SURVIVOR'S LIMIT AND
      *    CLEARS THE DUPLICATE'S ON A20PGM8 FIRST.
           IF WS-DUP-GRP-LIMIT > 0 AND GROUP-CREDIT-LIMIT > 0
              MOVE 'BOTH ACCOUNTS CARRY A GROUP LIMIT' TO MRGMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       5000-MERGE-PARA.
           PERFORM 1000-GET-DATE
                WHERE CUSTOMER_ID = :WS-DUP-ID
           END-EXEC
           PERFORM 5500-LOG-MOVE-PARA
           MOVE 'CUSTOMER1 BRANCHES' TO MOVED-TABLE
           EXEC SQL
               UPDATE CUSTOMER1
                  SET PARENT_ID = :WS-SURV-ID
                WHERE PARENT_ID = :WS-DUP-ID
           END-EXEC
           PERFORM 5500-LOG-MOVE-PARA
      *    THE DUPLICATE'S BRANCHES NOW ANSWER TO THE SURVIVOR, SO ITS
      *    GROUP CREDIT LIMIT AND CONSOLIDATED-STATEMENT FLAG GO WITH
      *    THEM - OTHERWISE THE GROUP WOULD TRADE UNCAPPED AND EACH
      *    BRANCH GET ITS OWN STATEMENT AGAIN. 4000 HAS ALREADY
      *    REFUSED THE PAIR IF THE SURVIVOR HAS A LIMIT OF ITS OWN.
           IF WS-DUP-GRP-LIMIT > 0 OR
              (WS-DUP-CONSOL = 'Y' AND CONSOL-STMT NOT = 'Y')
              IF WS-DUP-GRP-LIMIT = 0
                 MOVE GROUP-CREDIT-LIMIT TO WS-DUP-GRP-LIMIT
              END-IF
              IF CONSOL-STMT = 'Y'
                 MOVE 'Y' TO WS-DUP-CONSOL
              END-IF
              MOVE 'GROUP CREDIT' TO MOVED-TABLE
              EXEC SQL
                  UPDATE CUSTOMER1
                     SET GROUP_CREDIT_LIMIT = :WS-DUP-GRP-LIMIT,
                         CONSOL_STMT = :WS-DUP-CONSOL
                   WHERE CUSTOMER_ID = :WS-SURV-ID
              END-EXEC
              PERFORM 5500-LOG-MOVE-PARA
           END-IF
      *    THE DUPLICATE'S BALANCE FOLDS INTO THE SURVIVOR AND THE
      *    DUPLICATE CLOSES AT ZERO, MARKED MERGED - ONE STATEMENT,
      *    ONE BALANCE, FROM NOW ON.
