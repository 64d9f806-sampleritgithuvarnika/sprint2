       IDENTIFICATION DIVISION.
       PROGRAM-ID.     A20PG104.
      *CUSTOMER PART-NUMBER CROSS-REFERENCE MAINTENANCE. THE BIG
      *TRADE ACCOUNTS PUT THEIR OWN ITEM CODES ON THE NIGHTLY ORDER
      *FILE; THIS SCREEN KEEPS THE CUST_PART_XREF1 ROWS THAT TELL
      *A20PGM55 WHICH OF OUR PRODUCT CODES EACH ONE MEANS. THE
      *CUSTOMER'S CODE THEN RIDES ON THE ORDER LINE TO THE DELIVERY
      *NOTE, THE INVOICE AND THE ASN/E-INVOICE FILES. BOTH THE
      *CUSTOMER AND THE PRODUCT MUST EXIST - A CROSS-REFERENCE TO A
      *MIS-KEYED CODE WOULD ONLY MOVE THE REJECT TO A LATER NIGHT.
      *EACH ADD OR OVERTYPE IS STAMPED WITH THE DATE AND OPERATOR.
      *ENTER = LOOK UP A PART.  PF1 = ADD/UPDATE.  PF2 = DELETE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY A20MPS1.
       COPY DFHAID.
      *
           EXEC SQL
             INCLUDE CUS1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE PROD1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE CPXREF1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       77 WS-ABS-TIME      PIC S9(15) COMP.
       77 WS-SEP           PIC X VALUE '-'.
       77 WS-TSEP          PIC X VALUE ':'.
       77 WS-SQLCODE       PIC -9(04).
       77 WS-OPERATOR      PIC X(08).
       77 WS-USID-QNAME    PIC X(08).
       77 WS-RESP          PIC S9(8) COMP.
       01 WS-COMM-AREA.
          05 WS-DATA       PIC X(05).
          05 WS-DATE       PIC X(10).
          05 WS-TIME       PIC X(08).
          05 WS-CUSTID     PIC X(06).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-COMM-AREA.
            10 LK-DATA     PIC X(05).
            10 LK-DATE     PIC X(10).
            10 LK-TIME     PIC X(08).
            10 LK-CUSTID   PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO  CPXINO
              PERFORM 2000-SEND-PARA
              MOVE 'CPXR ' TO WS-DATA
              PERFORM 8888-RETURN-TRANS-PARA
      *
           ELSE
              MOVE LK-COMM-AREA TO WS-COMM-AREA
              PERFORM 7777-KEY-CHECK-PARA
           END-IF.
      *
       1000-GET-DATE.
            EXEC CICS
               ASKTIME
               ABSTIME(WS-ABS-TIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                 ABSTIME(WS-ABS-TIME)
                 DATESEP(WS-SEP)
                 YYYYMMDD(WS-DATE)
                 TIMESEP(WS-TSEP)
                 TIME(WS-TIME)
            END-EXEC.
       2000-SEND-PARA.
           EXEC CICS
                SEND MAP('CPXIN') MAPSET('A20MPS1')
                ERASE
           END-EXEC.
       7777-KEY-CHECK-PARA.
           EVALUATE EIBAID
            WHEN DFHENTER
              PERFORM 3000-RECEIVE-PARA
              PERFORM 4000-LOOKUP-XREF-PARA
            WHEN DFHPF1
              PERFORM 3000-RECEIVE-PARA
              PERFORM 5000-APPLY-XREF-PARA
            WHEN DFHPF2
              PERFORM 3000-RECEIVE-PARA
              PERFORM 6000-DELETE-XREF-PARA
            WHEN DFHPF4
                EXEC CICS
                    XCTL PROGRAM('A20PGM1')
                END-EXEC
            WHEN DFHPF3
              PERFORM 4750-DROP-OPERATOR-PARA
              MOVE LOW-VALUES TO  CPXINO
              MOVE 'YOU ARE LOGGED OUT' TO CPXMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 9999-RETURN-PARA
            WHEN DFHPF5
              MOVE LOW-VALUES TO CPXINO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
            WHEN OTHER
              PERFORM 3000-RECEIVE-PARA
              MOVE ' ENTER VALID KEY' TO CPXMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-EVALUATE.
      *
       3000-RECEIVE-PARA.
           EXEC CICS
                RECEIVE MAP('CPXIN') MAPSET('A20MPS1')
           END-EXEC.
       3500-EDIT-KEYS-PARA.
           IF CPXCUSI = SPACES OR LOW-VALUES
             MOVE 'CUSTOMER ID IS REQUIRED' TO CPXMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           IF CPXPRTI = SPACES OR LOW-VALUES
             MOVE 'CUSTOMER PART NUMBER IS REQUIRED' TO CPXMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    THE PART NUMBER IS COMPARED AS KEYED ON THE ORDER FILE -
      *    TRAILING LOW-VALUES FROM A SHORT ENTRY BECOME SPACES.
           INSPECT CPXPRTI REPLACING ALL LOW-VALUES BY SPACES
           MOVE CPXCUSI TO CUSTOMER-ID-TEXT OF DCLCUST-PART-XREF
           MOVE LENGTH OF CPXCUSI TO
                CUSTOMER-ID-LEN OF DCLCUST-PART-XREF
           MOVE CPXPRTI TO CUST-PART-NO.
       4000-LOOKUP-XREF-PARA.
           PERFORM 3500-EDIT-KEYS-PARA
           EXEC SQL
               SELECT PRODUCT_CODE, CHANGED_DATE, CHANGED_BY
                INTO :DCLCUST-PART-XREF.PRODUCT-CODE,
                     :DCLCUST-PART-XREF.CHANGED-DATE,
                     :DCLCUST-PART-XREF.CHANGED-BY
                FROM CUST_PART_XREF1
                WHERE CUSTOMER_ID = :DCLCUST-PART-XREF.CUSTOMER-ID
                  AND CUST_PART_NO = :DCLCUST-PART-XREF.CUST-PART-NO
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE PRODUCT-CODE-TEXT OF DCLCUST-PART-XREF TO CPXPRDO
                STRING 'FOUND - LAST CHANGED ' DELIMITED BY SIZE
                       CHANGED-DATE    DELIMITED BY SIZE
                       ' '             DELIMITED BY SIZE
                       CHANGED-BY      DELIMITED BY SPACE
                       INTO CPXMSGO
             WHEN 100
                MOVE 'NO XREF - KEY OUR PRODUCT AND PF1 TO ADD' TO
                     CPXMSGO
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'SQL ERROR '  DELIMITED BY SIZE
                       WS-SQLCODE    DELIMITED BY SIZE
                       INTO CPXMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       5000-APPLY-XREF-PARA.
      *    ADD OR UPDATE IN ONE KEY - TRY THE UPDATE FIRST AND INSERT
      *    ON NOT-FOUND, SAME SHAPE AS A20PGM59'S SHIP-TO BOOK.
           PERFORM 3500-EDIT-KEYS-PARA
           IF CPXPRDI = SPACES OR LOW-VALUES
             MOVE 'OUR PRODUCT CODE IS REQUIRED' TO CPXMSGO
             PERFORM 2000-SEND-PARA
             PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           MOVE CPXCUSI TO CUSTOMER-ID-TEXT OF DCLCUSTOMER1
           MOVE LENGTH OF CPXCUSI TO CUSTOMER-ID-LEN OF DCLCUSTOMER1
           EXEC SQL
               SELECT CUSTOMER_ID
                INTO :DCLCUSTOMER1.CUSTOMER-ID
                FROM CUSTOMER1
                WHERE CUSTOMER_ID = :DCLCUSTOMER1.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'NO SUCH CUSTOMER' TO CPXMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
      *    A KIT IS A PRODUCT1 ROW LIKE ANY OTHER, SO A CUSTOMER CODE
      *    MAY POINT AT ONE.
           MOVE CPXPRDI TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF CPXPRDI TO PRODUCT-CODE-LEN OF DCLPRODUCT1
           EXEC SQL
               SELECT PRODUCT_CODE
                INTO :DCLPRODUCT1.PRODUCT-CODE
                FROM PRODUCT1
                WHERE PRODUCT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'NO SUCH PRODUCT' TO CPXMSGO
              PERFORM 2000-SEND-PARA
              PERFORM 8888-RETURN-TRANS-PARA
           END-IF
           PERFORM 1000-GET-DATE
           PERFORM 9210-GET-OPERATOR-PARA
           MOVE CPXPRDI TO PRODUCT-CODE-TEXT OF DCLCUST-PART-XREF
           MOVE LENGTH OF CPXPRDI TO
                PRODUCT-CODE-LEN OF DCLCUST-PART-XREF
           MOVE WS-DATE TO CHANGED-DATE
           MOVE WS-OPERATOR TO CHANGED-BY
           EXEC SQL
               UPDATE CUST_PART_XREF1
                  SET PRODUCT_CODE = :DCLCUST-PART-XREF.PRODUCT-CODE,
                      CHANGED_DATE = :DCLCUST-PART-XREF.CHANGED-DATE,
                      CHANGED_BY = :DCLCUST-PART-XREF.CHANGED-BY
                WHERE CUSTOMER_ID = :DCLCUST-PART-XREF.CUSTOMER-ID
                  AND CUST_PART_NO = :DCLCUST-PART-XREF.CUST-PART-NO
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE 'CROSS-REFERENCE UPDATED' TO CPXMSGO
             WHEN 100
                EXEC SQL
                    INSERT INTO CUST_PART_XREF1 VALUES(
                           :DCLCUST-PART-XREF.CUSTOMER-ID,
                           :DCLCUST-PART-XREF.CUST-PART-NO,
                           :DCLCUST-PART-XREF.PRODUCT-CODE,
                           :DCLCUST-PART-XREF.CHANGED-DATE,
                           :DCLCUST-PART-XREF.CHANGED-BY)
                END-EXEC
                IF SQLCODE = 0
                   MOVE 'CROSS-REFERENCE ADDED' TO CPXMSGO
                ELSE
                   MOVE SQLCODE TO WS-SQLCODE
                   STRING 'INSERT ERROR' DELIMITED BY SIZE
                          WS-SQLCODE     DELIMITED BY SIZE
                          INTO CPXMSGO
                END-IF
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'UPDATE ERROR' DELIMITED BY SIZE
                       WS-SQLCODE     DELIMITED BY SIZE
                       INTO CPXMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       6000-DELETE-XREF-PARA.
      *    ORDER LINES ALREADY TRANSLATED KEEP THE CUSTOMER'S CODE;
      *    ONLY LATER ORDER FILES ARE AFFECTED.
           PERFORM 3500-EDIT-KEYS-PARA
           EXEC SQL
               DELETE FROM CUST_PART_XREF1
                WHERE CUSTOMER_ID = :DCLCUST-PART-XREF.CUSTOMER-ID
                  AND CUST_PART_NO = :DCLCUST-PART-XREF.CUST-PART-NO
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                MOVE 'CROSS-REFERENCE DELETED' TO CPXMSGO
             WHEN 100
                MOVE 'NO CROSS-REFERENCE TO DELETE' TO CPXMSGO
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                STRING 'DELETE ERROR' DELIMITED BY SIZE
                       WS-SQLCODE     DELIMITED BY SIZE
                       INTO CPXMSGO
           END-EVALUATE
           PERFORM 2000-SEND-PARA
           PERFORM 8888-RETURN-TRANS-PARA.
       8888-RETURN-TRANS-PARA.
           EXEC CICS
                RETURN
                TRANSID('A241')
                COMMAREA(WS-COMM-AREA)
           END-EXEC.
      *
       4750-DROP-OPERATOR-PARA.
      *    SAME AS A20PGM1'S LOG-OUT - THE SIGNED-ON IDENTITY ON THE
      *    PER-TERMINAL USID QUEUE MUST NOT OUTLIVE THE SESSION, OR
      *    WHOEVER NEXT TYPES A TRANSID AT THIS TERMINAL INHERITS IT.
           MOVE 'USID'   TO WS-USID-QNAME(1:4)
           MOVE EIBTRMID TO WS-USID-QNAME(5:4)
           EXEC CICS
               DELETEQ TS
               QUEUE(WS-USID-QNAME)
               RESP(WS-RESP)
           END-EXEC.
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
       9999-RETURN-PARA.
           EXEC CICS
                RETURN
           END-EXEC.
