      *****************************************************************
      * DCLGEN TABLE(TRANSFER_SUGGEST1)                                *
      * INTER-SITE REPLENISHMENT LIST. STOCK USED TO MOVE FROM THE     *
      * OVERFLOW UNIT TO THE MAIN DEPOT ONLY WHEN SOMEONE NOTICED THE  *
      * PICK FACE WAS EMPTY. THE OVERNIGHT A20PGM90 RUN COMPARES EACH  *
      * PRODUCT'S 'MAIN' STOCK_LOCATION1 ROW WITH ITS MIN-QTY/MAX-QTY  *
      * AND, WHERE THE OVERFLOW SITE HOLDS STOCK, PARKS ONE 'PENDING'  *
      * ROW HERE PER PRODUCT AND PRINTS THE MORNING TRANSFER LIST.     *
      * A SUPERVISOR CONFIRMS THE WHOLE LIST IN ONE PASS ON A20PGM91,  *
      * WHICH WRITES THE PAIRED 'TRF' MOVEMENTS -                      *
      *    TRF-STATUS 'PENDING'  ON THE LIST, NOT YET CONFIRMED        *
      *               'MOVED'    CONFIRMED AND TRANSFERRED             *
      *               'SHORT'    OVERFLOW NO LONGER HELD THE QUANTITY  *
      * EACH NIGHT'S RUN REPLACES THE PENDING ROWS SO A LIST NOBODY    *
      * CONFIRMED NEVER GOES STALE.                                    *
      *****************************************************************
       01  DCLTRANSFER-SUGGEST.
           10 PRODUCT-CODE.
              49 PRODUCT-CODE-LEN      PIC S9(4) USAGE COMP.
              49 PRODUCT-CODE-TEXT     PIC X(06).
           10 TRF-FROM-LOC.
              49 TRF-FROM-LOC-LEN      PIC S9(4) USAGE COMP.
              49 TRF-FROM-LOC-TEXT     PIC X(04).
           10 TRF-TO-LOC.
              49 TRF-TO-LOC-LEN        PIC S9(4) USAGE COMP.
              49 TRF-TO-LOC-TEXT       PIC X(04).
           10 TRF-SUGGEST-QTY          PIC S9(4) USAGE COMP.
           10 TRF-LIST-DATE            PIC X(10).
           10 TRF-STATUS.
              49 TRF-STATUS-LEN        PIC S9(4) USAGE COMP.
              49 TRF-STATUS-TEXT       PIC X(10).
           10 TRF-DONE-DATE            PIC X(10).
           10 TRF-DONE-BY              PIC X(08).
