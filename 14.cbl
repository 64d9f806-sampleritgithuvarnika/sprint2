      *JOB RUNS - CATEGORY TO ADJUST (OR 'ALL'), AND EITHER A PERCENT
      *OR A FLAT AMOUNT TO APPLY. EVERY PRICE CHANGE IS ALSO LOGGED TO
      *PRICE_HISTORY, THE SAME TABLE A20PGM3's ONLINE UPDATE USES.
      *THE ROW MUST FIRST HAVE BEEN SIMULATED BY A20PG119 AND THAT
      *SIMULATION APPROVED ON A20PG120, WITH THE CATEGORY, PERCENT
      *AND AMOUNT UNCHANGED SINCE - OTHERWISE THE RUN IS REFUSED.
      *ONCE APPLIED THE SIMULATION AND APPROVAL ARE CLEARED, SO THE
      *SAME ROW CANNOT BE APPLIED A SECOND TIME ON THE OLD APPROVAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
       COPY GATREQ1.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-TIME          PIC X(08).
       01 WS-RUN-TS            PIC X(21).
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
      *    THE CONTROL ROW IS CHECKED BEFORE THE RUN IS LOGGED, SO A
      *    REFUSED RUN LEAVES NO OPEN BATCH_RUN_LOG ROW BEHIND AND CAN
      *    BE SUBMITTED AGAIN ONCE THE ADJUSTMENT IS APPROVED.
           PERFORM 1000-READ-CONTROL-PARA
           PERFORM 0100-OPEN-RUN-PARA
           DISPLAY 'BULK PRICE ADJUSTMENT'
           DISPLAY 'CODE      OLD PRICE   NEW PRICE'
           PERFORM 2000-OPEN-CURSOR-PARA
              END-IF
           END-PERFORM
           PERFORM 5000-CLOSE-CURSOR-PARA
           PERFORM 5500-CLEAR-APPROVAL-PARA
           MOVE WS-CHANGED-COUNT TO WS-CHANGED-COUNT-DISP
           DISPLAY 'PRODUCTS ADJUSTED: ' WS-CHANGED-COUNT-DISP
           IF WS-LOG-WARN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-RUN-PARA
           STOP RUN.
       1000-READ-CONTROL-PARA.
           MOVE 'PRICEADJ' TO CONFIG-ID-TEXT OF DCLPRICE-ADJ-CONTROL
           MOVE LENGTH OF 'PRICEADJ' TO
                CONFIG-ID-LEN OF DCLPRICE-ADJ-CONTROL
           MOVE SPACES TO CATEGORY-TEXT OF DCLPRICE-ADJ-CONTROL
           MOVE SPACES TO SIM-CATEGORY-TEXT
           EXEC SQL
               SELECT CATEGORY, ADJUST_PCT, ADJUST_AMT, SET_BY,
                      SIM_DATE, SIM_CATEGORY, SIM_PCT, SIM_AMT,
                      APPROVED_BY, APPROVED_DATE
                 INTO :CATEGORY OF DCLPRICE-ADJ-CONTROL,
                      :ADJUST-PCT OF DCLPRICE-ADJ-CONTROL,
                      :ADJUST-AMT OF DCLPRICE-ADJ-CONTROL,
                      :SET-BY OF DCLPRICE-ADJ-CONTROL,
                      :SIM-DATE, :SIM-CATEGORY, :SIM-PCT, :SIM-AMT,
                      :APPROVED-BY, :APPROVED-DATE
                 FROM PRICE_ADJ_CONTROL
                WHERE CONFIG_ID = :CONFIG-ID OF DCLPRICE-ADJ-CONTROL
           END-EXEC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1500-CHECK-SET-BY-PARA
           PERFORM 1600-CHECK-APPROVAL-PARA.
       1500-CHECK-SET-BY-PARA.
      *    BATCH JCL CARRIES NO SIGNED-ON OPERATOR, SO AUTHORITY FOR
      *    A BULK PRICE CHANGE IS CHECKED ON THE CONTROL SIDE - THE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       1600-CHECK-APPROVAL-PARA.
      *    NOTHING IS APPLIED UNTIL A20PG119 HAS SHOWN WHAT IT WOULD DO
      *    AND ANOTHER MANAGER HAS APPROVED THAT ON A20PG120. A ROW
      *    RE-KEYED AFTER ITS SIMULATION NO LONGER MATCHES WHAT WAS
      *    APPROVED AND MUST BE SIMULATED AGAIN. A RESTART PAST A
      *    CHECKPOINT STILL FINDS THE APPROVAL - IT IS ONLY CLEARED
      *    WHEN THE RUN COMPLETES.
           IF SIM-DATE = SPACES OR APPROVED-BY = SPACES
              DISPLAY 'PRICE ADJUSTMENT NOT SIMULATED AND APPROVED'
                      ' - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CATEGORY-TEXT OF DCLPRICE-ADJ-CONTROL NOT =
              SIM-CATEGORY-TEXT
              OR ADJUST-PCT OF DCLPRICE-ADJ-CONTROL NOT = SIM-PCT
              OR ADJUST-AMT OF DCLPRICE-ADJ-CONTROL NOT = SIM-AMT
              DISPLAY 'PRICE_ADJ_CONTROL CHANGED SINCE ITS SIMULATION'
                      ' - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'SIMULATED ' SIM-DATE ' APPROVED BY ' APPROVED-BY
                   ' ON ' APPROVED-DATE.
       2000-OPEN-CURSOR-PARA.
      *    A SINGLE CURSOR HANDLES BOTH "ALL" AND "ONE CATEGORY" RUNS -
      *    DECLARE CURSOR IS A COMPILE-TIME DECLARATIVE, NOT EXECUTABLE
           EXEC SQL
               CLOSE PRICEADJ-CUR
           END-EXEC.
       5500-CLEAR-APPROVAL-PARA.
      *    THE ADJUSTMENT HAS BEEN APPLIED - THE NEXT ONE NEEDS ITS
      *    OWN SIMULATION AND APPROVAL. COMMITTED WITH THE RUN-LOG
      *    CLOSE.
           EXEC SQL
               UPDATE PRICE_ADJ_CONTROL
                  SET SIM_DATE = ' ',
                      APPROVED_BY = ' ',
                      APPROVED_DATE = ' '
                WHERE CONFIG_ID = :CONFIG-ID OF DCLPRICE-ADJ-CONTROL
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'APPROVAL NOT CLEARED, SQLCODE= ' SQLCODE
              ADD 1 TO WS-LOG-WARN-COUNT
           END-IF.
       0100-OPEN-RUN-PARA.
      *    OPENS THIS JOB'S BATCH_RUN_LOG ROW. AN 'OPEN' ROW MEANS THE
      *    LAST RUN DIED PARTWAY - RESUME FROM ITS CHECKPOINT KEY
      *    ROW MEANS THE ADJUSTMENT ALREADY RAN THIS WINDOW - REFUSE
      *    THE DOUBLE START.
           PERFORM 0150-GET-RUN-STAMP-PARA
           PERFORM 0120-DEPENDENCY-GATE-PARA
           MOVE 'A20PGM14' TO JOB-NAME-TEXT
           MOVE LENGTH OF 'A20PGM14' TO JOB-NAME-LEN
           MOVE WS-RUN-DATE TO RUN-DATE OF DCLBATCH-RUN-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0120-DEPENDENCY-GATE-PARA.
      *    THE JOBS THIS ONE FOLLOWS (JOB_DEPENDENCY1) MUST HAVE
      *    ENDED ACCEPTABLY FOR THE RUN DATE BEFORE IT OPENS ITS OWN
      *    RUN - OTHERWISE THE HOLD IS LOGGED AND THE JOB ENDS RC=10
      *    FOR THE SCHEDULER TO RETRY.
           MOVE 'A20PGM14' TO GATR-JOB
           MOVE WS-RUN-DATE TO GATR-RUN-DATE
           MOVE WS-RUN-TIME TO GATR-RUN-TIME
           CALL 'A20PG105' USING GATR-REQUEST
           EVALUATE GATR-RESULT
             WHEN 'Y'
                CONTINUE
             WHEN 'H'
                DISPLAY 'A20PGM14 HELD - WAITING ON ' GATR-WAIT-JOB
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
