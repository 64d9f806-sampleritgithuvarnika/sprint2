      *****************************************************************
      * DCLGEN TABLE(KIT_COMPONENT1)                                   *
      * BILL OF MATERIALS FOR STARTER PACKS AND DISPLAY BUNDLES - ONE  *
      * ROW PER COMPONENT PRODUCT1 ITEM BOXED INTO A KIT, WITH HOW     *
      * MANY OF IT GO INTO ONE KIT. THE KIT ITSELF IS AN ORDINARY      *
      * PRODUCT1 ROW CARRYING THE PACK PRICE, SO IT IS ORDERED AS ONE  *
      * LINE AT THE KIT PRICE; A PRODUCT WITH ROWS HERE IS A KIT.      *
      * A KIT HOLDS NO STOCK OF ITS OWN - AVAILABILITY IS HOW MANY     *
      * KITS THE COMPONENT STOCK COVERS, AND THE DEDUCTION, LOT        *
      * ALLOCATION (A20PGM64), PICK LIST (A20PGM34), RETURNS           *
      * (A20PGM31) AND RECONCILIATION (A20PGM20) ALL WORK ON THE       *
      * COMPONENTS, EXPLODED BY LINE QUANTITY TIMES COMPONENT-QTY.     *
      *****************************************************************
       01  DCLKIT-COMPONENT.
           10 KIT-CODE.
              49 KIT-CODE-LEN          PIC S9(4) USAGE COMP.
              49 KIT-CODE-TEXT         PIC X(06).
           10 COMPONENT-CODE.
              49 COMPONENT-CODE-LEN    PIC S9(4) USAGE COMP.
              49 COMPONENT-CODE-TEXT   PIC X(06).
           10 COMPONENT-QTY            PIC S9(4) USAGE COMP.
