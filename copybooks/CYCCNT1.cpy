      *****************************************************************
      * DCLGEN TABLE(CYCLE_COUNT1)                                     *
      * CYCLE-COUNT SCHEDULE - ONE ROW PER COUNT DUE ON A PRODUCT AT   *
      * A STOCK_LOCATION1 SITE. WHAT TO COUNT USED TO BE GUESSWORK, SO *
      * THE FAST SELLERS DRIFTED FOR MONTHS WHILE THE EASY SLOW ONES   *
      * GOT COUNTED EVERY TIME. THE NIGHTLY A20PGM88 RUN KEEPS ONE     *
      * 'DUE ' ROW OPEN PER PRODUCT AND SITE, SPACED BY THE PRODUCT'S  *
      * PRODUCT1.ABC-CLASS (COPIED TO COUNT-CLASS) -                   *
      *    'A' EVERY 30 DAYS, 'B' EVERY 91 DAYS, 'C' EVERY 182 DAYS    *
      * FROM THE LAST COUNT DONE, AND PRINTS THE ROWS THAT HAVE COME   *
      * DUE AS THE DAY'S COUNT SHEET. A COUNT KEYED ON A20PGM46 TURNS  *
      * THE PRODUCT'S OPEN ROWS TO 'DONE' WITH THE DATE AND OPERATOR.  *
      * A20PGM89 LISTS WEEKLY THE 'DUE ' ROWS WHOSE DATE HAS PASSED.   *
      *****************************************************************
       01  DCLCYCLE-COUNT.
           10 PRODUCT-CODE.
              49 PRODUCT-CODE-LEN      PIC S9(4) USAGE COMP.
              49 PRODUCT-CODE-TEXT     PIC X(06).
           10 LOCATION-ID.
              49 LOCATION-ID-LEN       PIC S9(4) USAGE COMP.
              49 LOCATION-ID-TEXT      PIC X(04).
           10 COUNT-CLASS              PIC X(01).
           10 COUNT-DUE-DATE           PIC X(10).
           10 COUNT-STATUS             PIC X(04).
           10 COUNTED-DATE             PIC X(10).
           10 COUNTED-BY               PIC X(08).
