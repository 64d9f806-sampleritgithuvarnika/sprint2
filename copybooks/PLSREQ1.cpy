      *****************************************************************
      * DCLGEN TABLE(PRICE_LIST_REQ1)                                  *
      * ONE ROW PER CUSTOMER PRICE LIST ASKED FOR FROM THE A20PGM82    *
      * DOCUMENT REPRINT SCREEN (TYPE 'PLST', PF2). REQ_BY IS THE      *
      * SIGNED-ON OPERATOR. THE NIGHTLY A20PG107 RUN PUBLISHES EACH    *
      * 'PENDING' ROW TO DOCUMENT1 AND MARKS IT 'DONE' WITH ITS RUN    *
      * DATE IN DONE_DATE (BLANK UNTIL THEN). A CUSTOMER WITH A        *
      * REQUEST ALREADY PENDING IS NOT ASKED FOR TWICE.                *
      *****************************************************************
       01  DCLPRICE-LIST-REQ.
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 REQ-DATE                 PIC X(10).
           10 REQ-BY                   PIC X(08).
           10 REQ-STATUS               PIC X(08).
           10 DONE-DATE                PIC X(10).
