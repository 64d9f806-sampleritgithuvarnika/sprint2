      * NEGOTIATED CONTRACT PRICE ALWAYS WINS OVER THE BAND. A         *
      * MISSING ROW (OR A BLANK BAND) PRICES AT LIST, SO ORDER ENTRY   *
      * NEVER BLOCKS ON A MISSING CONTROL ROW.                         *
      * FREE-FREIGHT-MIN (TRAILING COLUMN) IS THE ORDER VALUE AT OR    *
      * ABOVE WHICH THE BAND'S CUSTOMERS GET DELIVERY FREE - A20PGM33  *
      * BILLS NO FREIGHT LINE. ZERO MEANS THE BAND ALWAYS PAYS         *
      * FREIGHT.                                                       *
      *****************************************************************
       01  DCLPRICE-BAND.
           10 BAND-CODE                PIC X(01).
              49 BAND-NAME-LEN         PIC S9(4) USAGE COMP.
              49 BAND-NAME-TEXT        PIC X(12).
           10 BAND-DISCOUNT-PCT        PIC S9(1)V9(4) USAGE COMP-3.
           10 FREE-FREIGHT-MIN         PIC S9(8)V9(2) USAGE COMP-3.
