      * USER1 ID OF WHOEVER SET THE ROW UP - A20PGM14 REFUSES TO RUN   *
      * UNLESS THAT USER CARRIES THE MANAGER ROLE, SINCE BATCH JCL     *
      * CARRIES NO SIGNED-ON OPERATOR OF ITS OWN.                      *
      * THE TRAILING SIM- AND APPROVED- COLUMNS HOLD A DRY RUN OF THE  *
      * ADJUSTMENT. A20PG119 PRICES EVERY PRODUCT THE ROW WOULD TOUCH  *
      * WITHOUT CHANGING ANY, STAMPS SIM-DATE, THE TERMS IT PRICED     *
      * (SIM-CATEGORY/PCT/AMT) AND ITS TOTALS, AND CLEARS ANY EARLIER  *
      * APPROVAL. A MANAGER OTHER THAN SET-BY THEN APPROVES (OR        *
      * REJECTS) IT ON THE A20PG120 SCREEN. A20PGM14 REFUSES TO RUN    *
      * UNLESS THE SIMULATION IS APPROVED AND ITS TERMS STILL MATCH    *
      * THE ROW, AND CLEARS SIM-DATE AND THE APPROVAL WHEN IT HAS      *
      * APPLIED THEM - THE NEXT ADJUSTMENT NEEDS A FRESH SIMULATION.   *
      *****************************************************************
       01  DCLPRICE-ADJ-CONTROL.
           10 CONFIG-ID.
           10 SET-BY.
              49 SET-BY-LEN            PIC S9(4) USAGE COMP.
              49 SET-BY-TEXT           PIC X(08).
           10 SIM-DATE                 PIC X(10).
           10 SIM-CATEGORY.
              49 SIM-CATEGORY-LEN      PIC S9(4) USAGE COMP.
              49 SIM-CATEGORY-TEXT     PIC X(15).
           10 SIM-PCT                  PIC S9(3)V9(4) USAGE COMP-3.
           10 SIM-AMT                  PIC S9(6)V9(2) USAGE COMP-3.
           10 SIM-PRODUCTS             PIC S9(7) USAGE COMP-3.
           10 SIM-BELOW-COST           PIC S9(7) USAGE COMP-3.
           10 SIM-BELOW-CONTRACT       PIC S9(7) USAGE COMP-3.
           10 SIM-REV-OLD              PIC S9(11)V9(2) USAGE COMP-3.
           10 SIM-REV-NEW              PIC S9(11)V9(2) USAGE COMP-3.
           10 APPROVED-BY              PIC X(08).
           10 APPROVED-DATE            PIC X(10).
