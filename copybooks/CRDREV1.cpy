      * ONTO CUSTOMER1, 'AMENDED' MOVES A KEYED FIGURE INSTEAD,        *
      * 'REJECTED' LEAVES THE LIMIT ALONE. EACH RUN REPLACES THE       *
      * CUSTOMER'S UNDECIDED ROW SO THE QUEUE NEVER GOES STALE.        *
      * RAISED-BY (TRAILING COLUMN) IS WHOEVER PUT THE PROPOSAL ON THE *
      * QUEUE - 'BATCH' FOR THE A20PGM75 RUN. A20PGM76 REFUSES A       *
      * DECISION FROM THE OPERATOR WHO RAISED THE ROW, AND THE NIGHTLY *
      * A20PGM97 RUN LISTS ANY ROW WHERE RAISED-BY = DECIDED-BY.       *
      *****************************************************************
       01  DCLCREDIT-REVIEW.
           10 CUSTOMER-ID.
              49 REVIEW-STATUS-TEXT    PIC X(10).
           10 DECIDED-DATE             PIC X(10).
           10 DECIDED-BY               PIC X(08).
           10 RAISED-BY                PIC X(08).
