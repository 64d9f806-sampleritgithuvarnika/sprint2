      * BETWEEN LOCATIONS WITH 'TRF' MOVEMENT ROWS ON BOTH SIDES; THE  *
      * A20PGM12 LOW-STOCK RUN REPORTS PER LOCATION SO EACH SITE       *
      * REORDERS FOR ITSELF.                                           *
      * MIN-QTY/MAX-QTY (TRAILING COLUMNS) ARE THE PICK-FACE LEVELS    *
      * FOR THE SITE - WHEN THE 'MAIN' ROW FALLS BELOW MIN-QTY THE     *
      * OVERNIGHT A20PGM90 RUN SUGGESTS TOPPING IT BACK UP TO MAX-QTY  *
      * FROM THE 'OVFL' UNIT. ZERO MIN-QTY MEANS NO LEVELS SET.        *
      *****************************************************************
       01  DCLSTOCK-LOCATION.
           10 PRODUCT-CODE.
              49 LOCATION-ID-LEN       PIC S9(4) USAGE COMP.
              49 LOCATION-ID-TEXT      PIC X(04).
           10 LOC-QTY                  PIC S9(4) USAGE COMP.
           10 MIN-QTY                  PIC S9(4) USAGE COMP.
           10 MAX-QTY                  PIC S9(4) USAGE COMP.
