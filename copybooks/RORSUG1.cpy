      * PRODUCT1.REORDER_QTY, 'REJECTED' KEEPS THE CURRENT FIGURE.     *
      * EACH NIGHT'S RUN REPLACES THE PRODUCT'S PENDING ROW SO THE     *
      * WORKLIST NEVER GOES STALE.                                     *
      * RAISED-BY AND DECIDED-BY (TRAILING COLUMNS) ARE WHO QUEUED THE *
      * SUGGESTION ('BATCH' FOR THE A20PGM68 RUN) AND WHICH MANAGER    *
      * APPLIED OR REJECTED IT. A20PGM69 REFUSES A DECISION FROM THE   *
      * OPERATOR WHO RAISED THE ROW, AND THE NIGHTLY A20PGM97 RUN      *
      * LISTS ANY ROW WHERE RAISED-BY = DECIDED-BY.                    *
      *****************************************************************
       01  DCLREORDER-SUGGEST.
           10 PRODUCT-CODE.
              49 APPLY-STATUS-LEN      PIC S9(4) USAGE COMP.
              49 APPLY-STATUS-TEXT     PIC X(10).
           10 APPLIED-DATE             PIC X(10).
           10 RAISED-BY                PIC X(08).
           10 DECIDED-BY               PIC X(08).
