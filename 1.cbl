         05 WS-DATE          PIC X(10).
         05 WS-TIME          PIC X(08).
         05 WS-RESUME-PGM    PIC X(08).
         05 WS-RESUME-COMM   PIC X(160).
         05 WS-ROLE          PIC X(01).
      *
       LINKAGE SECTION.
            10 LK-DATE       PIC X(10).
            10 LK-TIME       PIC X(08).
            10 LK-RESUME-PGM  PIC X(08).
            10 LK-RESUME-COMM PIC X(160).
            10 LK-ROLE        PIC X(01).
      *
       PROCEDURE DIVISION.
                EXEC CICS
                    XCTL PROGRAM('A20PGM51')
                END-EXEC
             WHEN 'F'
                EXEC CICS
                    XCTL PROGRAM('A20PG103')
                END-EXEC
             WHEN 'G'
                EXEC CICS
                    XCTL PROGRAM('A20PG104')
                END-EXEC
             WHEN 'H'
                EXEC CICS
                    XCTL PROGRAM('A20PG108')
                END-EXEC
             WHEN 'I'
                IF WS-ROLE = 'M'
                   EXEC CICS
                       XCTL PROGRAM('A20PG109')
                   END-EXEC
                ELSE
                   MOVE 'NOT AUTHORIZED FOR SALES TARGETS' TO PROMSO
                   PERFORM 1000-SEND-PARA
                   PERFORM 4000-RETURN-TRANS-PARA
                END-IF
             WHEN 'J'
                EXEC CICS
                    XCTL PROGRAM('A20PG111')
                END-EXEC
             WHEN 'K'
                IF WS-ROLE = 'M'
                   EXEC CICS
                       XCTL PROGRAM('A20PG120')
                   END-EXEC
                ELSE
                   MOVE 'NOT AUTHORIZED FOR PRICE APPROVAL' TO PROMSO
                   PERFORM 1000-SEND-PARA
                   PERFORM 4000-RETURN-TRANS-PARA
                END-IF
             WHEN '8'
                IF WS-ROLE = 'M'
                   EXEC CICS
