       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PG117.
      *SHARED GROUP CREDIT CHECK. SEVERAL CUSTOMER GROUPS RUN EACH
      *BRANCH AS ITS OWN CUSTOMER1 ACCOUNT WITH ITS OWN CREDIT LIMIT,
      *SO EVERY BRANCH COULD SIT INSIDE ITS LIMIT WHILE THE GROUP AS
      *A WHOLE OWED FAR MORE THAN CREDIT CONTROL EVER AGREED WITH THE
      *HEAD OFFICE. A BRANCH CARRIES ITS HEAD OFFICE IN PARENT_ID AND
      *THE HEAD OFFICE CARRIES THE GROUP_CREDIT_LIMIT. EVERY PLACE AN
      *ORDER IS TAKEN HANDS THE ACCOUNT AND ORDER VALUE HERE AND GETS
      *THE SAME ANSWER - OVER WHEN THE OUTSTANDING BALANCE OF THE HEAD
      *OFFICE AND ALL ITS BRANCHES PLUS THE NEW ORDER WOULD PASS THE
      *GROUP LIMIT. A HEAD OFFICE WITH NO GROUP LIMIT (ZERO) IS NEVER
      *OVER, SO STAND-ALONE ACCOUNTS ARE UNAFFECTED.
      *READ ONLY. SEE GRPREQ1.CPY FOR THE REQUEST AREA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
       01 WS-HEAD-ID           PIC X(06).
      *
       LINKAGE SECTION.
       01 LK-GRPR-REQUEST.
           05 LK-GRPR-CUSTOMER     PIC X(06).
           05 LK-GRPR-AMOUNT       PIC S9(9)V9(2) COMP-3.
           05 LK-GRPR-HEAD         PIC X(06).
           05 LK-GRPR-LIMIT        PIC S9(8)V9(2) COMP-3.
           05 LK-GRPR-EXPOSURE     PIC S9(11)V9(2) COMP-3.
           05 LK-GRPR-RESULT       PIC X(01).
           05 LK-GRPR-SQLCODE      PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-GRPR-REQUEST.
       0000-MAIN-PARA.
           MOVE 'Y' TO LK-GRPR-RESULT
           MOVE 0 TO LK-GRPR-SQLCODE
           MOVE 0 TO LK-GRPR-LIMIT
           MOVE 0 TO LK-GRPR-EXPOSURE
           MOVE LK-GRPR-CUSTOMER TO LK-GRPR-HEAD
           PERFORM 1000-GET-HEAD-PARA
           IF LK-GRPR-RESULT = 'Y'
              PERFORM 2000-GET-GROUP-LIMIT-PARA
           END-IF
           IF LK-GRPR-RESULT = 'Y' AND LK-GRPR-LIMIT > 0
              PERFORM 3000-GET-EXPOSURE-PARA
           END-IF
           IF LK-GRPR-RESULT = 'Y' AND LK-GRPR-LIMIT > 0
              IF LK-GRPR-EXPOSURE + LK-GRPR-AMOUNT > LK-GRPR-LIMIT
                 MOVE 'O' TO LK-GRPR-RESULT
              END-IF
           END-IF
           GOBACK.
       1000-GET-HEAD-PARA.
      *    A BRANCH ANSWERS FOR ITS HEAD OFFICE'S GROUP. ANYTHING
      *    ELSE IS ITS OWN HEAD OFFICE.
           MOVE LK-GRPR-CUSTOMER TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF LK-GRPR-CUSTOMER TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT PARENT_ID
                INTO :PARENT-ID
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                IF PARENT-ID NOT = SPACES AND
                   PARENT-ID NOT = LOW-VALUES
                   MOVE PARENT-ID TO LK-GRPR-HEAD
                END-IF
             WHEN 100
                MOVE 'N' TO LK-GRPR-RESULT
             WHEN OTHER
                PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE.
       2000-GET-GROUP-LIMIT-PARA.
           MOVE LK-GRPR-HEAD TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF LK-GRPR-HEAD TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT GROUP_CREDIT_LIMIT
                INTO :GROUP-CREDIT-LIMIT
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE GROUP-CREDIT-LIMIT TO LK-GRPR-LIMIT
      *       A PARENT THAT HAS SINCE GONE LEAVES THE BRANCH WITH
      *       NO GROUP TO ANSWER TO.
             WHEN 100
                MOVE 0 TO LK-GRPR-LIMIT
             WHEN OTHER
                PERFORM 9000-SQL-FAILED-PARA
           END-EVALUATE.
       3000-GET-EXPOSURE-PARA.
           MOVE LK-GRPR-HEAD TO WS-HEAD-ID
           EXEC SQL
               SELECT COALESCE(SUM(OUTSTANDING_BALANCE), 0)
                INTO :LK-GRPR-EXPOSURE
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
                   OR PARENT_ID = :WS-HEAD-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9000-SQL-FAILED-PARA
           END-IF.
       9000-SQL-FAILED-PARA.
           MOVE 'E' TO LK-GRPR-RESULT
           MOVE SQLCODE TO LK-GRPR-SQLCODE.
