      *WEEK. THIS SCREEN KEEPS THE SHIP_TO1 ROWS UNDER EACH CUSTOMER;
      *THE ORDER CHAIN (A20PGM4) SELECTS ONE BY ITS SHIP-TO CODE AND
      *THE DELIVERY PAPERWORK PRINTS THE BRANCH ADDRESS WHILE
      *STATEMENTS STAY WITH HEAD OFFICE. A BRANCH MAY CARRY ITS OWN
      *DELIVERY ZONE FOR FREIGHT PRICING; BLANK USES THE CUSTOMER'S.
      *ENTER = LOOK UP A SHIP-TO.  PF1 = ADD/UPDATE.  PF2 = DELETE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       4000-LOOKUP-SHIP-TO-PARA.
           PERFORM 3500-EDIT-KEYS-PARA
           EXEC SQL
               SELECT SHIP_TO_NAME, SHIP_ADDRESS, DELIVERY_ZONE
                INTO :DCLSHIP-TO.SHIP-TO-NAME,
                     :DCLSHIP-TO.SHIP-ADDRESS,
                     :DCLSHIP-TO.DELIVERY-ZONE
                FROM SHIP_TO1
                WHERE CUSTOMER_ID = :DCLSHIP-TO.CUSTOMER-ID
                  AND SHIP_TO_ID = :DCLSHIP-TO.SHIP-TO-ID
             WHEN 0
                MOVE SHIP-TO-NAME-TEXT(1:SHIP-TO-NAME-LEN) TO SHPNAMO
                MOVE SHIP-ADDRESS-TEXT(1:SHIP-ADDRESS-LEN) TO SHPADRO
                MOVE DELIVERY-ZONE OF DCLSHIP-TO TO SHPZNO
                MOVE 'SHIP-TO FOUND - OVERTYPE AND PF1' TO SHPMSGO
             WHEN 100
                MOVE 'NO SHIP-TO - KEY DETAILS AND PF1 TO ADD' TO
           MOVE LENGTH OF SHPNAMI TO SHIP-TO-NAME-LEN
           MOVE SHPADRI TO SHIP-ADDRESS-TEXT
           MOVE LENGTH OF SHPADRI TO SHIP-ADDRESS-LEN
           IF SHPZNI = LOW-VALUES
              MOVE SPACES TO DELIVERY-ZONE OF DCLSHIP-TO
           ELSE
              MOVE SHPZNI TO DELIVERY-ZONE OF DCLSHIP-TO
           END-IF
           EXEC SQL
               UPDATE SHIP_TO1
                  SET SHIP_TO_NAME = :DCLSHIP-TO.SHIP-TO-NAME,
                      SHIP_ADDRESS = :DCLSHIP-TO.SHIP-ADDRESS,
                      DELIVERY_ZONE = :DCLSHIP-TO.DELIVERY-ZONE
                WHERE CUSTOMER_ID = :DCLSHIP-TO.CUSTOMER-ID
                  AND SHIP_TO_ID = :DCLSHIP-TO.SHIP-TO-ID
           END-EXEC
                           :DCLSHIP-TO.CUSTOMER-ID,
                           :DCLSHIP-TO.SHIP-TO-ID,
                           :DCLSHIP-TO.SHIP-TO-NAME,
                           :DCLSHIP-TO.SHIP-ADDRESS,
                           :DCLSHIP-TO.DELIVERY-ZONE)
                END-EXEC
                IF SQLCODE = 0
                   MOVE 'SHIP-TO ADDED' TO SHPMSGO
