      *PROPOSAL ONTO CUSTOMER1.CREDIT_LIMIT; PF2 WITH A KEYED AMOUNT
      *APPLIES THAT FIGURE INSTEAD; PF9 REJECTS AND THE CURRENT LIMIT
      *STANDS. SUPERVISOR/MANAGER ROLE REQUIRED, SAME ENTRY RE-CHECK
      *AS A20PGM18. A SUPERVISOR MAY NOT DECIDE A PROPOSAL THEY
      *RAISED. EVERY LIMIT CHANGE IS LOGGED BEFORE/AFTER THROUGH THE
      *SHARED A20PGM98 MASTER CHANGE-LOG WRITER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       COPY MCLREQ1.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-APPLY-LIMIT   PIC S9(8)V9(2) COMP-3.
       77 WS-CUR-DISP      PIC ZZZZZZ9.99.
       77 WS-PRP-DISP      PIC ZZZZZZ9.99.
       77 WS-LIMIT-DISP    PIC ZZZZZZZ9.99.
       77 WS-SCR-DISP      PIC ZZ9.
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
           IF CRVCUSI = SPACES OR LOW-VALUES
              EXEC SQL
                  SELECT CUSTOMER_ID, CUR_LIMIT, PROPOSED_LIMIT,
                         REVIEW_SCORE, RAISED_BY
                   INTO :DCLCREDIT-REVIEW.CUSTOMER-ID,
                        :CUR-LIMIT,
                        :PROPOSED-LIMIT,
                        :REVIEW-SCORE,
                        :RAISED-BY
                   FROM CREDIT_REVIEW1
                   WHERE REVIEW_STATUS = 'PENDING'
                     AND CALC_DATE =
                   CUSTOMER-ID-LEN OF DCLCREDIT-REVIEW
              EXEC SQL
                  SELECT CUSTOMER_ID, CUR_LIMIT, PROPOSED_LIMIT,
                         REVIEW_SCORE, RAISED_BY
                   INTO :DCLCREDIT-REVIEW.CUSTOMER-ID,
                        :CUR-LIMIT,
                        :PROPOSED-LIMIT,
                        :REVIEW-SCORE,
                        :RAISED-BY
                   FROM CREDIT_REVIEW1
                   WHERE CUSTOMER_ID =
                         :DCLCREDIT-REVIEW.CUSTOMER-ID
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
       3600-CHECK-RAISER-PARA.
      *    SEGREGATION OF DUTIES - WHOEVER RAISED THE PROPOSAL MAY
      *    LOOK AT IT BUT ANOTHER SUPERVISOR HAS TO DECIDE IT.
           IF WS-OPERATOR NOT = SPACES
              AND RAISED-BY = WS-OPERATOR
              MOVE 'PROPOSAL RAISED BY YOU - CANNOT DECIDE' TO CRVMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       4000-SHOW-PROPOSAL-PARA.
           PERFORM 3500-GET-PENDING-PARA
           MOVE CUSTOMER-ID-TEXT OF DCLCREDIT-REVIEW
           PERFORM 8888-RETURN-TRANS-PARA.
       5000-ACCEPT-PROPOSAL-PARA.
           PERFORM 3500-GET-PENDING-PARA
           PERFORM 3600-CHECK-RAISER-PARA
           MOVE PROPOSED-LIMIT TO WS-APPLY-LIMIT
           MOVE 'ACCEPTED' TO REVIEW-STATUS-TEXT
           MOVE LENGTH OF 'ACCEPTED' TO REVIEW-STATUS-LEN
           PERFORM 8888-RETURN-TRANS-PARA.
       5500-AMEND-PROPOSAL-PARA.
           PERFORM 3500-GET-PENDING-PARA
           PERFORM 3600-CHECK-RAISER-PARA
           IF CRVAMTI = SPACES OR LOW-VALUES
              MOVE 'KEY THE AMENDED LIMIT FIRST' TO CRVMSGO
              PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6000-REJECT-PROPOSAL-PARA.
           PERFORM 3500-GET-PENDING-PARA
           PERFORM 3600-CHECK-RAISER-PARA
           PERFORM 1000-GET-DATE
           MOVE 'REJECTED' TO REVIEW-STATUS-TEXT
           MOVE LENGTH OF 'REJECTED' TO REVIEW-STATUS-LEN
                CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE CUSTOMER-ID-LEN OF DCLCREDIT-REVIEW TO
                CUSTOMER-ID-LEN OF DCLCUSTOMER1
      *    THE LIMIT AS IT STANDS NOW IS THE BEFORE VALUE FOR THE
      *    CHANGE LOG - CUR-LIMIT ON THE PROPOSAL IS ONLY WHAT IT WAS
      *    WHEN THE SCORING RUN LOOKED.
           EXEC SQL
               SELECT CREDIT_LIMIT
                INTO :CREDIT-LIMIT
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'SQL ERROR ' DELIMITED BY SIZE
                     WS-SQLCODE   DELIMITED BY SIZE
                     INTO CRVMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           EXEC SQL
               UPDATE CUSTOMER1
                  SET CREDIT_LIMIT = :WS-APPLY-LIMIT
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF WS-APPLY-LIMIT NOT = CREDIT-LIMIT
              PERFORM 7100-LOG-LIMIT-CHANGE-PARA
           END-IF
           PERFORM 7500-STAMP-DECISION-PARA.
       7100-LOG-LIMIT-CHANGE-PARA.
      *    A CREDIT LIMIT IS A SENSITIVE COLUMN. A CHANGE THAT CANNOT
      *    BE LOGGED IS BACKED OUT RATHER THAN LEFT WITH NO HISTORY.
           MOVE 'C' TO MCLR-TYPE
           MOVE CUSTOMER-ID-TEXT OF DCLCUSTOMER1 TO MCLR-ID
           MOVE 'CREDIT_LIMIT' TO MCLR-FIELD
           MOVE CREDIT-LIMIT TO WS-LIMIT-DISP
           MOVE WS-LIMIT-DISP TO MCLR-OLD
           MOVE WS-APPLY-LIMIT TO WS-LIMIT-DISP
           MOVE WS-LIMIT-DISP TO MCLR-NEW
           MOVE 'Y' TO MCLR-SENSITIVE
           MOVE WS-DATE TO MCLR-DATE
           MOVE WS-TIME TO MCLR-TIME
           MOVE WS-OPERATOR TO MCLR-OPERATOR
           CALL 'A20PGM98' USING MCLR-REQUEST
           IF MCLR-RESULT NOT = 'Y'
              EXEC CICS
                  SYNCPOINT ROLLBACK
              END-EXEC
              MOVE MCLR-SQLCODE TO WS-SQLCODE
              STRING 'CHANGE LOG ERROR' DELIMITED BY SIZE
                     WS-SQLCODE     DELIMITED BY SIZE
                     ' - NOT SAVED' DELIMITED BY SIZE
                     INTO CRVMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       7500-STAMP-DECISION-PARA.
      *    GUARDED ON PENDING SO A DOUBLE-KEYED DECISION CANNOT LAND
      *    TWICE.
