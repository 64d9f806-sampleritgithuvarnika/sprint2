      *MEASURED MONTHLY DEMAND; PF1 APPLIES THE SUGGESTION TO
      *PRODUCT1.REORDER_QTY; PF2 REJECTS IT AND THE CURRENT FIGURE
      *STANDS. MANAGER ROLE REQUIRED, SAME ENTRY RE-CHECK AS THE
      *A20PGM18 LIFECYCLE SCREEN. THE DECIDING MANAGER IS STAMPED ON
      *THE ROW, AND A MANAGER MAY NOT DECIDE A SUGGESTION THEY RAISED.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           IF RORPRCI = SPACES OR LOW-VALUES
              EXEC SQL
                  SELECT PRODUCT_CODE, CUR_REORDER_QTY, SUGGEST_QTY,
                         AVG_DEMAND, RAISED_BY
                   INTO :DCLREORDER-SUGGEST.PRODUCT-CODE,
                        :CUR-REORDER-QTY,
                        :SUGGEST-QTY,
                        :AVG-DEMAND,
                        :RAISED-BY
                   FROM REORDER_SUGGEST1
                   WHERE APPLY_STATUS = 'PENDING'
                     AND CALC_DATE =
                   PRODUCT-CODE-LEN OF DCLREORDER-SUGGEST
              EXEC SQL
                  SELECT PRODUCT_CODE, CUR_REORDER_QTY, SUGGEST_QTY,
                         AVG_DEMAND, RAISED_BY
                   INTO :DCLREORDER-SUGGEST.PRODUCT-CODE,
                        :CUR-REORDER-QTY,
                        :SUGGEST-QTY,
                        :AVG-DEMAND,
                        :RAISED-BY
                   FROM REORDER_SUGGEST1
                   WHERE PRODUCT_CODE =
                         :DCLREORDER-SUGGEST.PRODUCT-CODE
                PERFORM 2000-SEND-PARA
                PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
       3600-CHECK-RAISER-PARA.
      *    SEGREGATION OF DUTIES - WHOEVER RAISED THE SUGGESTION MAY
      *    LOOK AT IT BUT ANOTHER MANAGER HAS TO DECIDE IT.
           IF WS-OPERATOR NOT = SPACES
              AND RAISED-BY = WS-OPERATOR
              MOVE 'SUGGESTION RAISED BY YOU - CANNOT DECIDE' TO RORMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
       4000-SHOW-SUGGESTION-PARA.
           PERFORM 3500-GET-PENDING-PARA
           MOVE PRODUCT-CODE-TEXT OF DCLREORDER-SUGGEST
           PERFORM 8888-RETURN-TRANS-PARA.
       5000-APPLY-SUGGESTION-PARA.
           PERFORM 3500-GET-PENDING-PARA
           PERFORM 3600-CHECK-RAISER-PARA
           PERFORM 1000-GET-DATE
           EXEC SQL
               UPDATE PRODUCT1
           PERFORM 8888-RETURN-TRANS-PARA.
       6000-REJECT-SUGGESTION-PARA.
           PERFORM 3500-GET-PENDING-PARA
           PERFORM 3600-CHECK-RAISER-PARA
           PERFORM 1000-GET-DATE
           MOVE 'REJECTED' TO APPLY-STATUS-TEXT
           MOVE LENGTH OF 'REJECTED' TO APPLY-STATUS-LEN
               UPDATE REORDER_SUGGEST1
                  SET APPLY_STATUS =
                      :DCLREORDER-SUGGEST.APPLY-STATUS,
                      APPLIED_DATE = :WS-DATE,
                      DECIDED_BY = :WS-OPERATOR
                WHERE PRODUCT_CODE =
                      :DCLREORDER-SUGGEST.PRODUCT-CODE
                  AND APPLY_STATUS = 'PENDING'
