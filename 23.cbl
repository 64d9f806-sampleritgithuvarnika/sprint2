       PROGRAM-ID.     A20PGM23.
      *ADD/UPDATE SUPPLIER1 - SAME SHAPE AS A20PGM8'S CUSTOMER
      *MAINTENANCE SO PURCHASING KEEPS THE SUPPLIER MASTER CURRENT
      *THEMSELVES INSTEAD OF ASKING THE DBA FOR INSERTS. PAY TERMS
      *(DAYS FROM INVOICE DATE) AND THE BANK ACCOUNT THE A20PGM86
      *PAYMENT RUN PAYS INTO ARE KEPT HERE TOO. EVERY COLUMN AN
      *UPDATE CHANGES IS LOGGED BEFORE/AFTER, WITH THE OPERATOR AND
      *TIME, THROUGH THE SHARED A20PGM98 WRITER.
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
       77 WS-SQLCODE       PIC -9(04).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       77 WS-DEFAULT-TERMS PIC S9(4) COMP VALUE 30.
       77 WS-TERMS-DISP    PIC ZZ9.
       77 WS-OPERATOR      PIC X(08).
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-OLD-NAME   PIC X(20).
          05 WS-OLD-CONTACT PIC X(20).
          05 WS-OLD-ADDR   PIC X(30).
          05 WS-OLD-TERMS  PIC S9(4) COMP.
          05 WS-OLD-BANK   PIC X(20).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
            10 LK-OLD-NAME   PIC X(20).
            10 LK-OLD-CONTACT PIC X(20).
            10 LK-OLD-ADDR   PIC X(30).
            10 LK-OLD-TERMS  PIC S9(4) COMP.
            10 LK-OLD-BANK   PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              SELECT SUPPLIER_ID,
                     SUPPLIER_NAME,
                     CONTACT,
                     ADDRESS1,
                     PAY_TERMS_DAYS,
                     BANK_ACCOUNT
              INTO  :SUPPLIER-ID,
                    :SUPPLIER-NAME,
                    :CONTACT,
                    :ADDRESS1,
                    :PAY-TERMS-DAYS,
                    :BANK-ACCOUNT
              FROM SUPPLIER1
              WHERE SUPPLIER_ID = :SUPPLIER-ID
           END-EXEC
                MOVE   CONTACT      TO SUPCNO
                MOVE   ADDRESS1-TEXT(1:ADDRESS1-LEN)
                                     TO SUPADO
                MOVE   PAY-TERMS-DAYS TO WS-TERMS-DISP
                MOVE   WS-TERMS-DISP TO SUPTRMO
                MOVE   BANK-ACCOUNT-TEXT(1:BANK-ACCOUNT-LEN)
                                     TO SUPBNKO
                MOVE   SUPPLIER-NAME-TEXT(1:SUPPLIER-NAME-LEN)
                                     TO WS-OLD-NAME
                MOVE   CONTACT      TO WS-OLD-CONTACT
                MOVE   ADDRESS1-TEXT(1:ADDRESS1-LEN)
                                     TO WS-OLD-ADDR
                MOVE   PAY-TERMS-DAYS TO WS-OLD-TERMS
                MOVE   BANK-ACCOUNT-TEXT(1:BANK-ACCOUNT-LEN)
                                     TO WS-OLD-BANK
                MOVE 'SUPPLIER FOUND - PF2 TO UPDATE' TO SUPMSGO
             WHEN 100
                MOVE 'NO SUPPLIER FOUND - PF1 TO ADD'   TO SUPMSGO
             MOVE 'ADDRESS IS REQUIRED' TO SUPMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    TERMS ARE ONLY VALIDATED WHEN KEYED - BLANK MEANS 'NO
      *    CHANGE' ON UPDATE AND THE STANDARD 30 DAYS ON ADD.
           IF SUPTRMI = SPACES OR LOW-VALUES
             CONTINUE
           ELSE
             IF SUPTRMI IS NOT NUMERIC
               MOVE 'PAY TERMS MUST BE A NUMBER OF DAYS' TO SUPMSGO
               PERFORM 2000-SEND-PARA
               PERFORM 8888-RETURN-TRANS-PARA
             END-IF
           END-IF.
       6000-INSERT-PARA.
           MOVE SUPIDI TO SUPPLIER-ID-TEXT
           MOVE SUPCNI TO CONTACT
           MOVE SUPADI TO ADDRESS1-TEXT
           MOVE LENGTH OF SUPADI TO ADDRESS1-LEN
      *    A NEW SUPPLIER WITH NO BANK ACCOUNT KEYED CAN BE ORDERED
      *    FROM BUT IS NOT PAID BY THE PAYMENT RUN UNTIL IT HAS ONE.
           IF SUPTRMI = SPACES OR LOW-VALUES
              MOVE WS-DEFAULT-TERMS TO PAY-TERMS-DAYS
           ELSE
              MOVE SUPTRMI TO PAY-TERMS-DAYS
           END-IF
           IF SUPBNKI = LOW-VALUES
              MOVE SPACES TO SUPBNKI
           END-IF
           MOVE SUPBNKI TO BANK-ACCOUNT-TEXT
           MOVE LENGTH OF SUPBNKI TO BANK-ACCOUNT-LEN
           EXEC  SQL
              INSERT INTO SUPPLIER1 VALUES(
                    :SUPPLIER-ID,
                    :SUPPLIER-NAME,
                    :CONTACT,
                    :ADDRESS1,
                    :PAY-TERMS-DAYS,
                    :BANK-ACCOUNT)
           END-EXEC
           EVALUATE  SQLCODE
             WHEN 0
           MOVE LENGTH OF SUPADI TO ADDRESS1-LEN
           MOVE SUPIDI TO SUPPLIER-ID-TEXT
           MOVE LENGTH OF SUPIDI TO SUPPLIER-ID-LEN
      *    A FIELD LEFT BLANK ON THE UPDATE KEEPS WHAT THE LOOKUP
      *    SHOWED - AN ADDRESS-ONLY CORRECTION MUST NOT STRIP THE
      *    TERMS OR THE BANK ACCOUNT.
           IF SUPTRMI = SPACES OR LOW-VALUES
              MOVE WS-OLD-TERMS TO PAY-TERMS-DAYS
           ELSE
              MOVE SUPTRMI TO PAY-TERMS-DAYS
           END-IF
           IF SUPBNKI = SPACES OR LOW-VALUES
              MOVE WS-OLD-BANK TO BANK-ACCOUNT-TEXT
           ELSE
              MOVE SUPBNKI TO BANK-ACCOUNT-TEXT
           END-IF
           MOVE LENGTH OF SUPBNKI TO BANK-ACCOUNT-LEN
      *    GUARDED ON THE BEFORE-IMAGE CAPTURED AT LOOKUP - IF THE
      *    ROW CHANGED UNDERNEATH THIS SCREEN THE UPDATE FINDS
      *    NOTHING AND THE CURRENT VALUES ARE REDISPLAYED.
                    SET
                    SUPPLIER_NAME = :SUPPLIER-NAME,
                    CONTACT       = :CONTACT,
                    ADDRESS1      = :ADDRESS1,
                    PAY_TERMS_DAYS = :PAY-TERMS-DAYS,
                    BANK_ACCOUNT  = :BANK-ACCOUNT
                    WHERE SUPPLIER_ID = :SUPPLIER-ID
                      AND SUPPLIER_NAME = :WS-OLD-NAME
                      AND CONTACT = :WS-OLD-CONTACT
                      AND ADDRESS1 = :WS-OLD-ADDR
                      AND PAY_TERMS_DAYS = :WS-OLD-TERMS
                      AND BANK_ACCOUNT = :WS-OLD-BANK
           END-EXEC.
           EVALUATE  SQLCODE
             WHEN 0
                PERFORM 6150-LOG-CHANGES-PARA
                MOVE SUPNAI TO WS-OLD-NAME
                MOVE SUPCNI TO WS-OLD-CONTACT
                MOVE SUPADI TO WS-OLD-ADDR
                MOVE PAY-TERMS-DAYS TO WS-OLD-TERMS
                MOVE BANK-ACCOUNT-TEXT TO WS-OLD-BANK
                MOVE 'SUPPLIER UPDATED'   TO SUPMSGO
             WHEN 100
                PERFORM 6200-REDISPLAY-CURRENT-PARA
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6150-LOG-CHANGES-PARA.
      *    ONE MASTER_CHANGE_LOG1 ROW PER COLUMN THAT ACTUALLY CHANGED -
      *    THE BEFORE-IMAGE AGAINST THE HOST VARIABLES JUST WRITTEN.
      *    A CHANGED ADDRESS OR BANK ACCOUNT IS FLAGGED SENSITIVE - A
      *    SWAPPED BANK ACCOUNT IS HOW SUPPLIER PAYMENTS GO ASTRAY.
           PERFORM 1000-GET-DATE
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE 'S' TO MCLR-TYPE
           MOVE SUPPLIER-ID-TEXT TO MCLR-ID
           MOVE WS-DATE TO MCLR-DATE
           MOVE WS-TIME TO MCLR-TIME
           MOVE WS-OPERATOR TO MCLR-OPERATOR
           IF SUPPLIER-NAME-TEXT NOT = WS-OLD-NAME
              MOVE 'SUPPLIER_NAME' TO MCLR-FIELD
              MOVE WS-OLD-NAME TO MCLR-OLD
              MOVE SUPPLIER-NAME-TEXT TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF CONTACT NOT = WS-OLD-CONTACT
              MOVE 'CONTACT' TO MCLR-FIELD
              MOVE WS-OLD-CONTACT TO MCLR-OLD
              MOVE CONTACT TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF ADDRESS1-TEXT NOT = WS-OLD-ADDR
              MOVE 'ADDRESS1' TO MCLR-FIELD
              MOVE WS-OLD-ADDR TO MCLR-OLD
              MOVE ADDRESS1-TEXT TO MCLR-NEW
              MOVE 'Y' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF PAY-TERMS-DAYS NOT = WS-OLD-TERMS
              MOVE 'PAY_TERMS_DAYS' TO MCLR-FIELD
              MOVE WS-OLD-TERMS TO WS-TERMS-DISP
              MOVE WS-TERMS-DISP TO MCLR-OLD
              MOVE PAY-TERMS-DAYS TO WS-TERMS-DISP
              MOVE WS-TERMS-DISP TO MCLR-NEW
              MOVE 'N' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF
           IF BANK-ACCOUNT-TEXT NOT = WS-OLD-BANK
              MOVE 'BANK_ACCOUNT' TO MCLR-FIELD
              MOVE WS-OLD-BANK TO MCLR-OLD
              MOVE BANK-ACCOUNT-TEXT TO MCLR-NEW
              MOVE 'Y' TO MCLR-SENSITIVE
              PERFORM 6160-WRITE-CHANGE-PARA
           END-IF.
       6160-WRITE-CHANGE-PARA.
      *    A MASTER CHANGE WITH NO HISTORY IS NOT ALLOWED - IF THE ROW
      *    CANNOT BE WRITTEN THE UPDATE ITSELF IS BACKED OUT.
           CALL 'A20PGM98' USING MCLR-REQUEST
           IF MCLR-RESULT NOT = 'Y'
              EXEC CICS
                  SYNCPOINT ROLLBACK
              END-EXEC
              MOVE MCLR-SQLCODE TO WS-SQLCODE
              STRING 'CHANGE LOG ERROR' DELIMITED BY SIZE
                     WS-SQLCODE     DELIMITED BY SIZE
                     ' - NOT SAVED' DELIMITED BY SIZE
                     INTO SUPMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF.
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
       6200-REDISPLAY-CURRENT-PARA.
      *    THE ROW NO LONGER MATCHES WHAT WAS DISPLAYED - SHOW WHAT
      *    IS THERE NOW, REFRESH THE BEFORE-IMAGE, AND LET THE CLERK
           EXEC  SQL
              SELECT SUPPLIER_NAME,
                     CONTACT,
                     ADDRESS1,
                     PAY_TERMS_DAYS,
                     BANK_ACCOUNT
              INTO  :SUPPLIER-NAME,
                    :CONTACT,
                    :ADDRESS1,
                    :PAY-TERMS-DAYS,
                    :BANK-ACCOUNT
              FROM SUPPLIER1
              WHERE SUPPLIER_ID = :SUPPLIER-ID
           END-EXEC
              MOVE CONTACT TO WS-OLD-CONTACT
              MOVE ADDRESS1-TEXT(1:ADDRESS1-LEN) TO SUPADO
              MOVE ADDRESS1-TEXT(1:ADDRESS1-LEN) TO WS-OLD-ADDR
              MOVE PAY-TERMS-DAYS TO WS-TERMS-DISP
              MOVE WS-TERMS-DISP TO SUPTRMO
              MOVE PAY-TERMS-DAYS TO WS-OLD-TERMS
              MOVE BANK-ACCOUNT-TEXT(1:BANK-ACCOUNT-LEN) TO SUPBNKO
              MOVE BANK-ACCOUNT-TEXT(1:BANK-ACCOUNT-LEN) TO
                   WS-OLD-BANK
              MOVE 'CHANGED BY ANOTHER USER - NOT SAVED' TO SUPMSGO
           ELSE
              MOVE 'NO SUPPLIER FOUND' TO SUPMSGO
