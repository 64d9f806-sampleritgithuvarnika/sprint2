      * RECONCILIATION SUMS QUANTITIES, SO A LINE SPLIT ACROSS LOTS    *
      * STILL BALANCES). QUANTITY BEYOND WHAT THE LOT ROWS COVER GOES  *
      * OUT AS ONE FINAL ROW WITH A BLANK LOT (UNTRACKED STOCK).       *
      * A DATED PRODUCT'S LOTS ARE TAKEN EARLIEST EXPIRY-DATE FIRST    *
      * INSTEAD, AND A LOT PAST ITS USE-BY DATE (EXPIRY BEFORE         *
      * LOTR-DATE) IS SKIPPED.                                         *
      *    LOTR-HANDLED 'Y' - MOVEMENT ROWS WERE WRITTEN HERE; THE     *
      *                       CALLER MUST NOT WRITE ITS OWN            *
      *    LOTR-HANDLED 'N' - NO STOCK_LOT1 ROWS EXIST FOR THE         *
      *                       PRODUCT; THE CALLER LOGS ITS OWN         *
      *                       MOVEMENT EXACTLY AS BEFORE               *
      * A KIT (A PRODUCT WITH KIT_COMPONENT1 ROWS) IS EXPLODED HERE -  *
      * EACH COMPONENT IS DRAWN DOWN FOR LINE QTY TIMES COMPONENT-QTY  *
      * AND THE MOVEMENT ROWS CARRY THE COMPONENT CODES, SO A KIT      *
      * LINE ALWAYS COMES BACK 'Y'. LOTR-ACTION SAYS WHAT IS WANTED -  *
      *    'A' ALLOCATE LOTS AND WRITE 'ORD' ROWS (AS ABOVE)           *
      *    'D' DEDUCT A KIT'S COMPONENTS FROM PRODUCT1 AND THE         *
      *        LOTR-LOC SITE, GUARDED LIKE AN ORDER LINE - 'Y' DONE,   *
      *        'S' A COMPONENT IS SHORT (CALLER ROLLS BACK), 'N' NOT   *
      *        A KIT (CALLER DEDUCTS THE PRODUCT ITSELF AS BEFORE)     *
      *    'R' PUT A KIT'S COMPONENTS BACK INTO PRODUCT1 AND THE       *
      *        LOTR-LOC SITE, WRITING ONE LOTR-MOVE-TYPE ROW PER       *
      *        COMPONENT (NONE IF BLANK; AN 'ORD' PUT-BACK IS WRITTEN  *
      *        NEGATIVE, THE SIGNED-DELTA RULE) - 'Y' DONE, 'N' NOT A  *
      *        KIT                                                     *
      *****************************************************************
       01  LOTR-REQUEST.
           05 LOTR-PRODUCT        PIC X(06).
           05 LOTR-MOVED-BY       PIC X(08).
           05 LOTR-LOC            PIC X(04).
           05 LOTR-HANDLED        PIC X(01).
           05 LOTR-ACTION         PIC X(01) VALUE 'A'.
           05 LOTR-MOVE-TYPE      PIC X(03) VALUE SPACES.
           05 LOTR-REASON         PIC X(03) VALUE SPACES.
