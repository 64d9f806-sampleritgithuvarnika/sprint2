      * IN HERE AS IT SUMMARIZES THEM, SO "HOW DID MARCH COMPARE TO    *
      * FEBRUARY" AND "WHICH CATEGORY IS FADING" STOP DEPENDING ON     *
      * SOMEBODY HAND-KEEPING THE PRINTOUTS. A20PGM50 REPORTS MONTH    *
      * VS PRIOR MONTH AND YEAR OVER YEAR OFF THESE ROWS; A20PG110     *
      * SETS THEM AGAINST THE SALES_TARGET1 TARGETS, CREDITING EACH    *
      * CUSTOMER'S MONTH TO THE REP ON THAT MONTH'S ORDERS.            *
      *****************************************************************
       01  DCLSALES-HISTORY.
           10 PERIOD                   PIC X(07).
