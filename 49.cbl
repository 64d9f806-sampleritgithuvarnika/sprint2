          05 WS-MATCH-TAB.
             10 WS-MATCH-ID OCCURS 10 TIMES PIC X(06).
      *    MIRRORS THE A20PGM4/5/6 CHAIN COMMAREA LAYOUT - THE
      *    TRAILING SHIP-TO/REQUESTED-DATE/SUBSTITUTION FIELDS AND
      *    THE LINE PACK TABLE MUST TRAVEL TOO OR A20PGM5 READS PAST
      *    THE END OF WHAT WAS PASSED. THE INITIALIZE BEFORE THE
      *    XCTL SPACE-FILLS THEM.
       01 WS-ORDER-COMM.
          05 WS-ORD-DATA      PIC X(10).
          05 WS-ORD-DATE      PIC X(10).
          05 WS-ORD-SHIPTO    PIC X(04).
          05 WS-ORD-REQDATE   PIC X(10).
          05 WS-ORD-SUBST-FROM PIC X(06).
          05 WS-ORD-LINE-UOM-TAB OCCURS 5 TIMES.
             10 WS-ORD-LN-UOM      PIC X(02).
             10 WS-ORD-LN-UOM-QTY  PIC 9(03).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
