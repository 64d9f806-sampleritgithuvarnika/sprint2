      * TRANSID. A20PGM1 READS IT BACK AFTER SIGN-ON SO A CLERK CAN    *
      * RESUME INSTEAD OF RE-KEYING THE WHOLE ORDER.                   *
      * RCVR-COMMAREA IS SIZED TO THE LARGEST LK-COMM-AREA IN THE      *
      * CHAIN (A20PGM5/A20PGM6'S 139-BYTE LAYOUT, WHICH CARRIES THE    *
      * FIVE-LINE ORDER TABLE PLUS THE SHIP-TO CODE, REQUESTED         *
      * DELIVERY DATE AND THE PACK EACH LINE WAS KEYED IN) WITH SOME   *
      * ROOM TO GROW.                                                  *
      *****************************************************************
       01  WS-RECOVERY-REC.
           05 RCVR-PROGRAM        PIC X(08).
           05 RCVR-COMMAREA       PIC X(160).
