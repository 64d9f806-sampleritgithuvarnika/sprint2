      *WITH THE SIGNED VARIANCE AND THE REASON, SO THE AUDIT TRAIL
      *STAYS WHOLE AND SHRINKAGE STOPS HIDING BEHIND OVERTYPES ON
      *A20PGM3. A20PGM47 REPORTS THE VARIANCES BY PRODUCT AND REASON.
      *A COUNT KEYED HERE - ADJUSTED OR AGREEING - TICKS OFF THE
      *PRODUCT'S OPEN CYCLE_COUNT1 ROWS FROM THE A20PGM88 SHEET.
      *ENTER = LOOK UP AND SHOW VARIANCE.  PF1 = APPLY ADJUSTMENT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           EXEC SQL
             INCLUDE STKLOC1
           END-EXEC.
           EXEC SQL
             INCLUDE CYCCNT1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SQLCA
           COMPUTE WS-VARIANCE =
                   WS-COUNTED-QTY - STOCK-AVAILABILITY
           IF WS-VARIANCE = 0
              PERFORM 1000-GET-DATE
              PERFORM 6500-TICK-CYCLE-COUNT-PARA
              MOVE 'COUNT AGREES - NOTHING TO ADJUST' TO ADJMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
                MOVE WS-VARIANCE TO WS-LOC-DELTA
                PERFORM 5500-ADJUST-MAIN-LOC-PARA
                PERFORM 6000-LOG-ADJUSTMENT-PARA
                PERFORM 6500-TICK-CYCLE-COUNT-PARA
                MOVE WS-COUNTED-QTY TO WS-STOCK-DISP
                MOVE WS-STOCK-DISP TO ADJSTKO
                MOVE WS-VARIANCE TO WS-VAR-DISP
      *    THE PRODUCT1 TOTAL, SAME RULE AS ORDER ENTRY - THE TOTAL
      *    IS AUTHORITATIVE AND THE SPLIT FOLLOWS IT AT MAIN. A
      *    PRODUCT WITH NO LOCATION ROWS YET IS LEFT ALONE.
           MOVE 'MAIN' TO LOCATION-ID-TEXT OF DCLSTOCK-LOCATION
           MOVE LENGTH OF 'MAIN' TO
                LOCATION-ID-LEN OF DCLSTOCK-LOCATION
           EXEC SQL
               UPDATE STOCK_LOCATION1
                  SET LOC_QTY = LOC_QTY + :WS-LOC-DELTA
                WHERE PRODUCT_CODE = :DCLSTOCK-LOCATION.PRODUCT-CODE
                  AND LOCATION_ID = :DCLSTOCK-LOCATION.LOCATION-ID
           END-EXEC.
       6000-LOG-ADJUSTMENT-PARA.
      *    THE SIGNED VARIANCE GOES ON THE MOVEMENT ROW - A NEGATIVE
                      :LOC-ID OF DCLSTOCK-MOVEMENT,
                      :LOT-NUMBER OF DCLSTOCK-MOVEMENT)
           END-EXEC.
       6500-TICK-CYCLE-COUNT-PARA.
      *    THE COUNT HERE IS OF THE PRODUCT'S WHOLE STOCK, SO EVERY
      *    SITE'S OPEN SCHEDULE ROW FOR IT IS DONE - WHETHER IT WAS
      *    DUE TODAY OR COUNTED EARLY. NOTHING OPEN IS NOT AN ERROR;
      *    AN UNSCHEDULED COUNT IS STILL A GOOD COUNT.
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE PRODUCT-CODE OF DCLPRODUCT1 TO
                PRODUCT-CODE OF DCLCYCLE-COUNT
           MOVE WS-DATE TO COUNTED-DATE
           MOVE WS-OPERATOR TO COUNTED-BY
           EXEC SQL
               UPDATE CYCLE_COUNT1
                  SET COUNT_STATUS = 'DONE',
                      COUNTED_DATE = :COUNTED-DATE,
                      COUNTED_BY = :COUNTED-BY
                WHERE PRODUCT_CODE = :DCLCYCLE-COUNT.PRODUCT-CODE
                  AND COUNT_STATUS = 'DUE'
           END-EXEC.
       9210-GET-OPERATOR-PARA.
           MOVE 'USID' TO WS-USID-QNAME(1:4)
           MOVE EIBTRMID TO WS-USID-QNAME(5:4)
