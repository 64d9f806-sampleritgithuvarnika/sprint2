           EXEC SQL
             INCLUDE PRDSUB1
           END-EXEC.
      *
           EXEC SQL
             INCLUDE KITCMP1
           END-EXEC.
       COPY RECOV1.
       COPY ATPREQ1.
       COPY UOMREQ1.
       77 WS-ABS-TIME     PIC S9(15) COMP.
       77 WS-SEP          PIC X(01) VALUE '-'.
       77 WS-TSEP         PIC X(01) VALUE ':'.
         05 WS-SHIPTO     PIC X(04).
         05 WS-REQDATE    PIC X(10).
         05 WS-SUBST-FROM PIC X(06).
         05 WS-LINE-UOM-TAB OCCURS 5 TIMES.
            10 WS-LN-UOM      PIC X(02).
            10 WS-LN-UOM-QTY  PIC 9(03).
       01 WS-PROD          PIC X(6).
       01 WS-NAME          PIC X(10).
       01 WS-STOCK-AVAILABILITY PIC 9(03).
       01 WS-OTHER-QTY      PIC S9(5) COMP-3.
       01 WS-MAIN-DISP      PIC ZZZ9-.
       01 WS-OTHER-DISP     PIC ZZZZ9.
       01 WS-KIT-COMPS      PIC S9(9) COMP.
       01 WS-KIT-AVAIL      PIC S9(4) COMP.
       01 WS-KIT-DISP       PIC ZZZ9.
       01 WS-KEYED-UOM      PIC X(02).
       01 WS-KEYED-QTY      PIC 9(03).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
            10 LK-SHIPTO        PIC X(04).
            10 LK-REQDATE       PIC X(10).
            10 LK-SUBST-FROM    PIC X(06).
            10 LK-LINE-UOM-TAB OCCURS 5 TIMES.
               15 LK-LN-UOM      PIC X(02).
               15 LK-LN-UOM-QTY  PIC 9(03).
      *
       PROCEDURE DIVISION.                                             
       0000-MAIN-PARA.                                                 
                  PERFORM 1000-SEND-SCREEN1-PARA
                  MOVE 'ORDER' TO WS-DATA
                  PERFORM 4000-RETURN-TRANS-PARA
               END-IF
               IF WS-DATA = 'ATP'
                  MOVE LOW-VALUES TO ORDINO
                  MOVE WS-PROCODE TO ORDPRCDO
                  MOVE 'KEY THE QUANTITY, OR PF7 TO BACKORDER' TO
                       ORDMSG4O
                  PERFORM 1000-SEND-SCREEN1-PARA
                  MOVE 'ORDER' TO WS-DATA
                  PERFORM 4000-RETURN-TRANS-PARA
               ELSE
                  PERFORM 1100-KEY-CHECK-MENU-PARA
               END-IF
                   PERFORM 1000-SEND-SCREEN1-PARA
                   PERFORM 4000-RETURN-TRANS-PARA
                END-IF
                PERFORM 5100-CONVERT-UNIT-PARA
                PERFORM 5000-CHECK-STOCK-PARA
                IF WS-STOCK-AVAILABILITY < WS-QUANTITY
                   PERFORM 5600-SHOW-SUBSTITUTES-PARA
                   ADD 1 TO WS-NUM-LINES
                   MOVE WS-PROCODE  TO WS-LN-PROCODE(WS-NUM-LINES)
                   MOVE WS-QUANTITY TO WS-LN-QUANTITY(WS-NUM-LINES)
                   MOVE WS-KEYED-UOM TO WS-LN-UOM(WS-NUM-LINES)
                   MOVE WS-KEYED-QTY TO WS-LN-UOM-QTY(WS-NUM-LINES)
                   PERFORM 5700-MARK-SUBSTITUTION-PARA
                   MOVE LOW-VALUES TO ORDINO
                   MOVE 'LINE ADDED - ENTER NEXT OR PF6 TO SUBMIT' TO
              WHEN DFHPF7
               PERFORM 2000-RECV-SCREEN1-PARA
               PERFORM 5500-TAKE-BACKORDER-PARA
              WHEN DFHPF9
               PERFORM 2000-RECV-SCREEN1-PARA
               PERFORM 5800-SHOW-ATP-PARA
              WHEN DFHPF11
      *    AN XCTL DOES NOT RESET EIBAID, SO A CLERK WHO PRESSED PF11
      *    ON THE MENU TO RESUME AN ORDER STILL SHOWS UP HERE AS
       5000-CHECK-STOCK-PARA.
      *    RE-READS CURRENT STOCK FOR THE CHOSEN PRODUCT SO THE PF2
      *    DECISION BELOW CAN BLOCK THE ORDER INSTEAD OF JUST WARNING.
      *    A DROP-SHIP PRODUCT IS NEVER ON THE SHELF - THE SUPPLIER
      *    SENDS IT STRAIGHT TO THE CUSTOMER, SO IT IS NEVER SHORT.
           MOVE 0 TO WS-STOCK-AVAILABILITY
           MOVE WS-PROCODE TO PRODUCT-CODE-TEXT OF DCLPRODUCT1
           MOVE LENGTH OF WS-PROCODE TO
                PRODUCT-CODE-LEN OF DCLPRODUCT1
           MOVE 'N' TO DROP-SHIP
           EXEC SQL
              SELECT STOCK_AVAILABILITY, DROP_SHIP
               INTO :STOCK-AVAILABILITY, :DROP-SHIP
               FROM PRODUCT1
               WHERE PRODUCT_CODE = :PRODUCT-CODE
           END-EXEC
           IF SQLCODE = 0
              IF DROP-SHIP = 'Y'
                 MOVE WS-QUANTITY TO WS-STOCK-AVAILABILITY
              ELSE
                 PERFORM 5050-KIT-STOCK-PARA
                 MOVE STOCK-AVAILABILITY TO WS-STOCK-AVAILABILITY
              END-IF
           END-IF.
       5050-KIT-STOCK-PARA.
      *    A STARTER PACK OR DISPLAY BUNDLE IS ORDERED AS ONE LINE AT
      *    THE KIT PRICE BUT HOLDS NO STOCK OF ITS OWN - IF THE CODE
      *    HAS KIT_COMPONENT1 ROWS, ITS AVAILABILITY IS HOW MANY WHOLE
      *    KITS THE SCARCEST COMPONENT COVERS. A COMPONENT MISSING
      *    FROM PRODUCT1 COUNTS AS NONE IN STOCK.
           MOVE 0 TO WS-KIT-COMPS
           MOVE 0 TO WS-KIT-AVAIL
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MIN(COALESCE(P.STOCK_AVAILABILITY, 0)
                                   / K.COMPONENT_QTY), 0)
                INTO :WS-KIT-COMPS, :WS-KIT-AVAIL
                FROM KIT_COMPONENT1 K
                     LEFT OUTER JOIN PRODUCT1 P
                     ON P.PRODUCT_CODE = K.COMPONENT_CODE
                WHERE K.KIT_CODE = :DCLPRODUCT1.PRODUCT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-KIT-COMPS
           END-IF
           IF WS-KIT-COMPS > 0
              IF WS-KIT-AVAIL < 0
                 MOVE 0 TO WS-KIT-AVAIL
              END-IF
              MOVE WS-KIT-AVAIL TO STOCK-AVAILABILITY
           END-IF.
       5100-CONVERT-UNIT-PARA.
      *    THE QUANTITY IS KEYED IN THE PACK IN ORDUOM - BLANK MEANS
      *    THE PRODUCT'S OWN SALES UNIT OFF A20PGM3 - AND A20PG116
      *    TURNS IT INTO EACHES, WHICH IS WHAT THE STOCK CHECK, THE
      *    ORDER LINE AND PRICING ALL WORK IN. THE KEYED PACK AND
      *    COUNT RIDE ALONG IN THE LINE TABLE FOR THE PAPERWORK. AN
      *    UNKNOWN CODE IS LEFT AS EACHES FOR THE STOCK CHECK TO
      *    REFUSE AS IT ALWAYS HAS.
           MOVE WS-PROCODE TO UOMR-PRODUCT
           MOVE 'S' TO UOMR-USE
           IF ORDUOMI = LOW-VALUES
              MOVE SPACES TO UOMR-UNIT
           ELSE
              MOVE ORDUOMI TO UOMR-UNIT
           END-IF
           MOVE WS-QUANTITY TO UOMR-QTY
           CALL 'A20PG116' USING UOMR-REQUEST
           EVALUATE UOMR-RESULT
             WHEN 'Y'
               IF UOMR-BASE-QTY > 999
                  MOVE 'TOO MANY EACHES FOR ONE LINE - SPLIT IT' TO
                       ORDMSG4O
                  PERFORM 1000-SEND-SCREEN1-PARA
                  PERFORM 4000-RETURN-TRANS-PARA
               END-IF
               MOVE UOMR-UNIT TO WS-KEYED-UOM
               MOVE WS-QUANTITY TO WS-KEYED-QTY
               MOVE UOMR-BASE-QTY TO WS-QUANTITY
             WHEN 'N'
               MOVE 'EA' TO WS-KEYED-UOM
               MOVE WS-QUANTITY TO WS-KEYED-QTY
             WHEN 'U'
               MOVE 'NO SUCH PACK FOR THIS PRODUCT' TO ORDMSG4O
               PERFORM 1000-SEND-SCREEN1-PARA
               PERFORM 4000-RETURN-TRANS-PARA
             WHEN OTHER
               MOVE UOMR-SQLCODE TO WS-SQLCODE
               MOVE SPACES TO ORDMSG4O
               STRING 'PACK LOOKUP ERROR' DELIMITED BY SIZE
                      WS-SQLCODE  DELIMITED BY SIZE
                      INTO ORDMSG4O
               PERFORM 1000-SEND-SCREEN1-PARA
               PERFORM 4000-RETURN-TRANS-PARA
           END-EVALUATE.
       5500-TAKE-BACKORDER-PARA.
      *    THE CLERK CHOSE TO TAKE THE SHORT LINE AS A BACKORDER
      *    INSTEAD OF LOSING THE SALE - RECORD CUSTOMER, PRODUCT AND
              PERFORM 1000-SEND-SCREEN1-PARA
              PERFORM 4000-RETURN-TRANS-PARA
           END-IF
      *    BACKORDERS ARE HELD IN EACHES, SAME AS THE ORDER LINE.
           MOVE ORDPRCDI TO WS-PROCODE
           MOVE ORDQUANI TO WS-QUANTITY
           PERFORM 5100-CONVERT-UNIT-PARA
           PERFORM 1000-GET-DATE
           MOVE WS-CUSTID TO CUSTOMER-ID-TEXT OF DCLBACKORDER1
           MOVE LENGTH OF WS-CUSTID TO
           MOVE ORDPRCDI TO PRODUCT-CODE-TEXT OF DCLBACKORDER1
           MOVE LENGTH OF ORDPRCDI TO
                PRODUCT-CODE-LEN OF DCLBACKORDER1
           MOVE WS-QUANTITY TO BO-QUANTITY
           MOVE WS-DATE TO ENTRY-DATE
           MOVE WS-TIME TO ENTRY-TIME
           MOVE 'WAITING' TO BO-STATUS-TEXT
                 MOVE SPACES TO WS-SUBST-FROM
              END-IF
           END-IF.
       5800-SHOW-ATP-PARA.
      *    BEFORE THE CLERK PROMISES A DELIVERY DATE, SHOW WHAT CAN BE
      *    PROMISED DAY BY DAY FOR THE KEYED PRODUCT - THE SAME SHARED
      *    A20PG102 FIGURES AS THE A20PG103 INQUIRY, ACROSS ALL SITES
      *    AS THE STOCK CHECK IS - ON THE RPTLST MAP. ANY KEY COMES
      *    BACK TO THE LINE WITH THE PRODUCT STILL KEYED.
           IF ORDPRCDI = SPACES OR LOW-VALUES
              MOVE 'KEY THE PRODUCT FIRST' TO ORDMSG4O
              PERFORM 1000-SEND-SCREEN1-PARA
              PERFORM 4000-RETURN-TRANS-PARA
           END-IF
           PERFORM 1000-GET-DATE
           MOVE ORDPRCDI TO WS-PROCODE
           MOVE WS-PROCODE TO ATPR-PRODUCT
           MOVE SPACES TO ATPR-LOCATION
           MOVE WS-DATE TO ATPR-FROM-DATE
           CALL 'A20PG102' USING ATPR-REQUEST
           EVALUATE ATPR-RESULT
             WHEN 'Y'
               CONTINUE
             WHEN 'N'
               MOVE 'ENTER VALID CODE' TO ORDMSG4O
               PERFORM 1000-SEND-SCREEN1-PARA
               PERFORM 4000-RETURN-TRANS-PARA
             WHEN 'K'
               MOVE 'KIT - PF9 ON EACH COMPONENT CODE' TO ORDMSG4O
               PERFORM 1000-SEND-SCREEN1-PARA
               PERFORM 4000-RETURN-TRANS-PARA
             WHEN OTHER
               MOVE ATPR-SQLCODE TO WS-SQLCODE
               MOVE SPACES TO ORDMSG4O
               STRING 'ATP ERROR' DELIMITED BY SIZE
                      WS-SQLCODE  DELIMITED BY SIZE
                      INTO ORDMSG4O
               PERFORM 1000-SEND-SCREEN1-PARA
               PERFORM 4000-RETURN-TRANS-PARA
           END-EVALUATE
           MOVE ATPR-TITLE TO RPTTTLO
           MOVE ATPR-LINE(01) TO RPTL01O
           MOVE ATPR-LINE(02) TO RPTL02O
           MOVE ATPR-LINE(03) TO RPTL03O
           MOVE ATPR-LINE(04) TO RPTL04O
           MOVE ATPR-LINE(05) TO RPTL05O
           MOVE ATPR-LINE(06) TO RPTL06O
           MOVE ATPR-LINE(07) TO RPTL07O
           MOVE ATPR-LINE(08) TO RPTL08O
           MOVE ATPR-LINE(09) TO RPTL09O
           MOVE ATPR-LINE(10) TO RPTL10O
           MOVE 'ENTER TO RETURN TO THE ORDER LINE' TO RPTMSGO
           EXEC CICS
               SEND MAP('RPTLST') MAPSET('A20MPS1') ERASE
           END-EXEC
           MOVE 'ATP' TO WS-DATA
           PERFORM 4000-RETURN-TRANS-PARA.
       6666-CUS-PARA.
             PERFORM 5050-KIT-STOCK-PARA
             MOVE STOCK-AVAILABILITY TO WS-STOCK-AVAILABILITY
             IF WS-STOCK-AVAILABILITY >= ORDQUANI
                IF WS-KIT-COMPS > 0
                   PERFORM 6680-SHOW-KIT-COVER-PARA
                ELSE
                   PERFORM 6670-SHOW-LOCATIONS-PARA
                END-IF
             ELSE
                MOVE 'STOCK SHORT - PF7 TO BACKORDER' TO ORDMSG4O
             END-IF
                  ' OTHER SITES=' DELIMITED BY SIZE
                  WS-OTHER-DISP DELIMITED BY SIZE
                  INTO ORDMSG4O.
       6680-SHOW-KIT-COVER-PARA.
      *    A KIT HAS NO SITE SPLIT OF ITS OWN - THE CLERK SEES HOW
      *    MANY PACKS THE COMPONENTS ON HAND WILL MAKE UP.
           MOVE WS-KIT-AVAIL TO WS-KIT-DISP
           MOVE SPACES TO ORDMSG4O
           STRING 'KIT - COMPONENTS IN STOCK COVER ' DELIMITED BY SIZE
                  WS-KIT-DISP DELIMITED BY SIZE
                  INTO ORDMSG4O.
       4000-RETURN-TRANS-PARA.                                         
            EXEC CICS                                                  
                 RETURN                                                
