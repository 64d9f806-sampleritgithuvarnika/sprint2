      *THIS PUTS THE RETURNED QUANTITY BACK INTO STOCK WITH A 'RET'
      *MOVEMENT ROW SO RECONCILIATION BALANCES, CREDITS THE RETURNED
      *VALUE OFF THE CUSTOMER'S OUTSTANDING BALANCE, AND KEEPS A
      *RETURN1 ROW WITH THE REASON FOR THE A20PGM32 REPORT. A KIT
      *COMES BACK AS ITS COMPONENTS - RESTOCKED (OR QUARANTINED WHEN
      *DAMAGED) AT LINE QUANTITY TIMES COMPONENT-QTY EACH.
      *ENTER = LOOK UP ORDER LINE.  PF1 = PROCESS RETURN.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           EXEC SQL
             INCLUDE DOCSTR1
           END-EXEC.
           EXEC SQL
             INCLUDE KITCMP1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       COPY LOTREQ1.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-LOC-DELTA      PIC S9(4) COMP.
       77 WS-QUAR-ID        PIC X(06).
       77 WS-QUAR-NUM       PIC 9(05).
       77 WS-QUAR-PRODUCT   PIC X(06).
       77 WS-QUAR-QTY       PIC S9(5) COMP-3.
       77 WS-KIT-EOF-SW     PIC X VALUE 'N'.
           88 WS-KIT-EOF          VALUE 'Y'.
       77 WS-KIT-FOUND-SW   PIC X VALUE 'N'.
           88 WS-KIT-FOUND        VALUE 'Y'.
       77 WS-DOC-SEQ        PIC S9(4) COMP.
       77 WS-CRED-DISP      PIC ZZZZZ9.99.
       01 WS-CRED-LINE      PIC X(80).
      *    INSPECTION DECIDES ITS FATE. THE CUSTOMER'S CREDIT AND THE
      *    RETURN1 ROW ARE THE SAME EITHER WAY.
           IF RETRSNI = 'DMG'
              PERFORM 5700-QUARANTINE-LINE-PARA
           ELSE
              PERFORM 5450-RESTOCK-KIT-PARA
              IF LOTR-HANDLED = 'N'
                 PERFORM 5400-RESTOCK-PRODUCT-PARA
              END-IF
           END-IF
           EXEC SQL
               UPDATE CUSTOMER1
           END-IF
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5400-RESTOCK-PRODUCT-PARA.
           EXEC SQL
               UPDATE PRODUCT1
                  SET STOCK_AVAILABILITY = STOCK_AVAILABILITY
                                            + :WS-RET-QTY
                WHERE PRODUCT_CODE =
                      :DCLORDER-DETAIL.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              STRING 'RESTOCK ERROR' DELIMITED BY SIZE
                     WS-SQLCODE      DELIMITED BY SIZE
                     INTO RETMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE PRODUCT-CODE OF DCLORDER-DETAIL TO
                PRODUCT-CODE OF DCLSTOCK-LOCATION
           MOVE WS-RET-QTY TO WS-LOC-DELTA
           PERFORM 5500-ADJUST-MAIN-LOC-PARA
           PERFORM 6000-LOG-RETURN-MOVEMENT-PARA.
       5450-RESTOCK-KIT-PARA.
      *    A KIT GOES BACK INTO ITS COMPONENTS THROUGH A20PGM64,
      *    WHICH WRITES ONE 'RET' ROW PER COMPONENT; A PLAIN PRODUCT
      *    COMES BACK 'N' FOR 5400.
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO LOTR-PRODUCT
           MOVE WS-RET-QTY TO LOTR-QTY
           MOVE ORDER-ID-TEXT OF DCLORDER1 TO LOTR-ORDER-ID
           MOVE WS-LINE-NUM TO LOTR-LINE-NUM
           MOVE WS-DATE TO LOTR-DATE
           MOVE WS-TIME TO LOTR-TIME
           MOVE WS-OPERATOR TO LOTR-MOVED-BY
           MOVE 'MAIN' TO LOTR-LOC
           MOVE 'R' TO LOTR-ACTION
           MOVE 'RET' TO LOTR-MOVE-TYPE
           MOVE SPACES TO LOTR-REASON
           CALL 'A20PGM64' USING LOTR-REQUEST.
       5700-QUARANTINE-LINE-PARA.
      *    A DAMAGED KIT IS QUARANTINED COMPONENT BY COMPONENT (THE
      *    A20PGM66 INSPECTION WORKS ON PRODUCT1 ITEMS); A PLAIN
      *    PRODUCT IS ONE INTAKE ROW AS BEFORE.
           MOVE 'N' TO WS-KIT-FOUND-SW
           MOVE 'N' TO WS-KIT-EOF-SW
           EXEC SQL
               DECLARE RETKIT-CUR CURSOR FOR
               SELECT COMPONENT_CODE, COMPONENT_QTY
               FROM KIT_COMPONENT1
               WHERE KIT_CODE = :DCLORDER-DETAIL.PRODUCT-CODE
               ORDER BY COMPONENT_CODE
           END-EXEC
           EXEC SQL
               OPEN RETKIT-CUR
           END-EXEC
           PERFORM UNTIL WS-KIT-EOF
              EXEC SQL
                  FETCH RETKIT-CUR
                  INTO :DCLKIT-COMPONENT.COMPONENT-CODE,
                       :COMPONENT-QTY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-KIT-EOF-SW
              ELSE
                 MOVE 'Y' TO WS-KIT-FOUND-SW
                 MOVE COMPONENT-CODE-TEXT TO WS-QUAR-PRODUCT
                 COMPUTE WS-QUAR-QTY = WS-RET-QTY * COMPONENT-QTY
                 PERFORM 5800-QUARANTINE-RETURN-PARA
              END-IF
           END-PERFORM
           EXEC SQL
               CLOSE RETKIT-CUR
           END-EXEC
           IF NOT WS-KIT-FOUND
              MOVE PRODUCT-CODE-TEXT OF DCLORDER-DETAIL TO
                   WS-QUAR-PRODUCT
              MOVE WS-RET-QTY TO WS-QUAR-QTY
              PERFORM 5800-QUARANTINE-RETURN-PARA
           END-IF.
       5800-QUARANTINE-RETURN-PARA.
      *    ONE QUARANTINE1 INTAKE ROW, NUMBERED OFF THE 'QUAR'
      *    CONTROL ROW (SAME SERIALIZED PATTERN AS ORDER NUMBERING),
                  INTO WS-QUAR-ID
           MOVE WS-QUAR-ID TO QUAR-ID-TEXT
           MOVE LENGTH OF WS-QUAR-ID TO QUAR-ID-LEN
           MOVE WS-QUAR-PRODUCT TO
                PRODUCT-CODE-TEXT OF DCLQUARANTINE1
           MOVE LENGTH OF WS-QUAR-PRODUCT TO
                PRODUCT-CODE-LEN OF DCLQUARANTINE1
           MOVE SPACES TO LOT-NUMBER OF DCLQUARANTINE1
           MOVE SPACES TO PO-ID-TEXT OF DCLQUARANTINE1
           MOVE 0 TO PO-ID-LEN OF DCLQUARANTINE1
           MOVE 'RET' TO QUAR-SOURCE
           MOVE 'DMG' TO QUAR-REASON
           MOVE WS-QUAR-QTY TO QUAR-QTY
           MOVE WS-DATE TO IN-DATE
           MOVE 'HELD' TO QUAR-STATUS-TEXT
           MOVE LENGTH OF 'HELD' TO QUAR-STATUS-LEN
           MOVE SPACES TO DECIDED-DATE
           MOVE SPACES TO DECIDED-BY
           MOVE SPACES TO EXPIRY-DATE OF DCLQUARANTINE1
           EXEC SQL
               INSERT INTO QUARANTINE1 VALUES(
                      :DCLQUARANTINE1.QUAR-ID,
                      :IN-DATE,
                      :DCLQUARANTINE1.QUAR-STATUS,
                      :DECIDED-DATE,
                      :DECIDED-BY,
                      :EXPIRY-DATE OF DCLQUARANTINE1)
           END-EXEC
           MOVE ORDER-ID OF DCLORDER1 TO
                ORDER-ID OF DCLSTOCK-MOVEMENT
           MOVE WS-LINE-NUM TO LINE-NUM OF DCLSTOCK-MOVEMENT
           MOVE PRODUCT-CODE OF DCLQUARANTINE1 TO
                PRODUCT-CODE OF DCLSTOCK-MOVEMENT
           MOVE WS-QUAR-QTY TO
                QUANTITY-DEDUCTED OF DCLSTOCK-MOVEMENT
           MOVE WS-DATE TO MOVEMENT-DATE OF DCLSTOCK-MOVEMENT
           MOVE WS-TIME TO MOVEMENT-TIME OF DCLSTOCK-MOVEMENT
