      *MORNING CHECK IS ONE PAGE INSTEAD OF EIGHT SYSOUT FILES. THE
      *SUMMARY ITSELF ENDS RC=4 WHEN ANY JOB WARNED (OR WORSE) SO THE
      *SCHEDULER SEES A DIRTY NIGHT AT A GLANCE.
      *UNDERNEATH, EVERY JOB THE A20PG105 DEPENDENCY GATE HELD BACK
      *TODAY (JOB_GATE_LOG1) - WHAT IT WAS LAST WAITING ON AND
      *WHETHER IT WENT ON TO RUN. A JOB STILL HELD AT THE END OF THE
      *NIGHT NEVER RAN AND ALSO MAKES THE NIGHT DIRTY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE BATRUN1
           END-EXEC.
           EXEC SQL
             INCLUDE JOBGAT1
           END-EXEC.
       COPY RPTWTR1.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-CURR-TS           PIC X(21).
       01 WS-JOB-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-JOB-DISP          PIC ZZZ9.
       01 WS-WORST-RC          PIC S9(4) COMP VALUE 0.
       01 WS-HELD-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-HELD-DISP         PIC ZZZ9.
       01 WS-RAN-COUNT         PIC S9(4) COMP.
       01 WS-HOLDS-DISP        PIC ZZZ9.
       01 WS-EOF-SW            PIC X VALUE 'N'.
          88 WS-EOF                  VALUE 'Y'.
      *
           EXEC SQL
               CLOSE OPSSUM-CUR
           END-EXEC
           PERFORM 4000-LIST-HELD-PARA
           MOVE WS-JOB-COUNT TO WS-JOB-DISP
           MOVE WS-HELD-COUNT TO WS-HELD-DISP
           MOVE WS-WORST-RC TO WS-RC-DISP
           MOVE 'T' TO RPTW-ACTION
           STRING 'JOBS REPORTED: ' DELIMITED BY SIZE
                  WS-JOB-DISP DELIMITED BY SIZE
                  '   WORST RC: ' DELIMITED BY SIZE
                  WS-RC-DISP DELIMITED BY SIZE
                  '   HELD BY GATE: ' DELIMITED BY SIZE
                  WS-HELD-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'C' TO RPTW-ACTION
       2000-FETCH-PARA.
           EXEC SQL
               FETCH OPSSUM-CUR
               INTO :DCLBATCH-RUN-LOG.JOB-NAME, :START-TIME,
                    :END-TIME, :RUN-STATUS,
                    :IN-COUNT, :WARN-COUNT, :RUN-RC
           END-EXEC
           EVALUATE SQLCODE
           MOVE WARN-COUNT TO WS-WARN-DISP
           MOVE RUN-RC TO WS-RC-DISP
           MOVE 'D' TO RPTW-ACTION
           STRING JOB-NAME-TEXT OF DCLBATCH-RUN-LOG
                     (1:JOB-NAME-LEN OF DCLBATCH-RUN-LOG)
                     DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  START-TIME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RC-DISP DELIMITED BY SIZE
                  INTO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA.
       4000-LIST-HELD-PARA.
      *    THE JOBS THE DEPENDENCY GATE REFUSED TO START TODAY.
           EXEC SQL
               DECLARE GATED-CUR CURSOR FOR
               SELECT JOB_NAME, HELD_TIME, HOLD_COUNT, WAIT_JOB,
                      WAIT_STATUS, WAIT_RC
               FROM JOB_GATE_LOG1
               WHERE RUN_DATE = :WS-RUN-DATE
               ORDER BY JOB_NAME
           END-EXEC
           EXEC SQL
               OPEN GATED-CUR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING CURSOR, SQLCODE= ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'HELD BY THE DEPENDENCY GATE' TO RPTW-LINE
           PERFORM 8100-CALL-WRITER-PARA
           MOVE SPACES TO RPTW-LINE
           MOVE 'JOB' TO RPTW-LINE(1:3)
           MOVE 'LAST HELD' TO RPTW-LINE(11:9)
           MOVE 'HOLDS' TO RPTW-LINE(21:5)
           MOVE 'WAITING ON' TO RPTW-LINE(28:10)
           MOVE 'ITS STATUS' TO RPTW-LINE(38:10)
           MOVE 'RC' TO RPTW-LINE(50:2)
           MOVE 'OUTCOME' TO RPTW-LINE(55:7)
           PERFORM 8100-CALL-WRITER-PARA
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              EXEC SQL
                  FETCH GATED-CUR
                  INTO :DCLJOB-GATE-LOG.JOB-NAME, :HELD-TIME,
                       :HOLD-COUNT, :WAIT-JOB, :WAIT-STATUS,
                       :WAIT-RC
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN 0
                    PERFORM 4100-PRINT-HELD-PARA
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING, SQLCODE= ' SQLCODE
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE GATED-CUR
           END-EXEC.
       4100-PRINT-HELD-PARA.
      *    A HELD JOB THAT LATER STARTED HAS ITS OWN RUN ROW ABOVE;
      *    ONE THAT NEVER STARTED IS THE GAP IN THE NIGHT.
           ADD 1 TO WS-HELD-COUNT
           MOVE 0 TO WS-RAN-COUNT
           EXEC SQL
               SELECT COUNT(*)
                INTO :WS-RAN-COUNT
                FROM BATCH_RUN_LOG
                WHERE JOB_NAME = :DCLJOB-GATE-LOG.JOB-NAME
                  AND RUN_DATE = :WS-RUN-DATE
           END-EXEC
           MOVE 'D' TO RPTW-ACTION
           MOVE SPACES TO RPTW-LINE
           MOVE JOB-NAME-TEXT OF DCLJOB-GATE-LOG
                (1:JOB-NAME-LEN OF DCLJOB-GATE-LOG) TO RPTW-LINE(1:8)
           MOVE HELD-TIME TO RPTW-LINE(11:8)
           MOVE HOLD-COUNT TO WS-HOLDS-DISP
           MOVE WS-HOLDS-DISP TO RPTW-LINE(21:4)
           MOVE WAIT-JOB-TEXT(1:WAIT-JOB-LEN) TO RPTW-LINE(28:8)
           MOVE WAIT-STATUS TO RPTW-LINE(38:8)
           MOVE WAIT-RC TO WS-RC-DISP
           MOVE WS-RC-DISP TO RPTW-LINE(49:3)
           IF SQLCODE = 0 AND WS-RAN-COUNT > 0
              MOVE 'RAN LATER' TO RPTW-LINE(55:9)
           ELSE
              MOVE 'STILL HELD' TO RPTW-LINE(55:10)
              IF WS-WORST-RC < 4
                 MOVE 4 TO WS-WORST-RC
              END-IF
           END-IF
           PERFORM 8100-CALL-WRITER-PARA.
       8100-CALL-WRITER-PARA.
           CALL 'A20PGM41' USING RPTW-REQUEST.
