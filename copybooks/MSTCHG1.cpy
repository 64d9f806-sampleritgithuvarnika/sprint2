      *****************************************************************
      * DCLGEN TABLE(MASTER_CHANGE_LOG1)                               *
      * FIELD-LEVEL BEFORE/AFTER HISTORY OF THE CUSTOMER AND SUPPLIER  *
      * MASTERS - THE SAME IDEA PRICE_HISTORY HAS ALWAYS BEEN FOR      *
      * PRODUCT1 PRICES. EVERY UPDATE THAT CHANGES A COLUMN WRITES ONE *
      * ROW PER CHANGED COLUMN THROUGH THE SHARED A20PGM98 WRITER -    *
      * A20PGM8 (CUSTOMER MAINTENANCE), A20PGM76 (CREDIT LIMIT) AND    *
      * A20PGM23 (SUPPLIER MAINTENANCE).                               *
      *    MASTER-TYPE    'C' CUSTOMER1, 'S' SUPPLIER1                 *
      *    FIELD-NAME     THE DB2 COLUMN NAME THAT CHANGED             *
      *    OLD/NEW-VALUE  THE VALUES AS DISPLAYED, AMOUNTS EDITED      *
      *    SENSITIVE-FLAG 'Y' FOR THE COLUMNS FRAUD GOES AFTER - A     *
      *                   CUSTOMER'S CREDIT LIMIT, ADDRESS AND PRICE   *
      *                   BAND, A SUPPLIER'S ADDRESS AND BANK ACCOUNT  *
      * A20PGM99 SHOWS AN ACCOUNT'S HISTORY ON SCREEN; THE DAILY       *
      * A20PG100 RUN LISTS SENSITIVE CUSTOMER CHANGES FOLLOWED BY AN   *
      * ORDER WITHIN SEVEN DAYS.                                       *
      *****************************************************************
       01  DCLMASTER-CHANGE-LOG.
           10 MASTER-TYPE              PIC X(01).
           10 MASTER-ID.
              49 MASTER-ID-LEN         PIC S9(4) USAGE COMP.
              49 MASTER-ID-TEXT        PIC X(06).
           10 FIELD-NAME               PIC X(14).
           10 OLD-VALUE.
              49 OLD-VALUE-LEN         PIC S9(4) USAGE COMP.
              49 OLD-VALUE-TEXT        PIC X(40).
           10 NEW-VALUE.
              49 NEW-VALUE-LEN         PIC S9(4) USAGE COMP.
              49 NEW-VALUE-TEXT        PIC X(40).
           10 SENSITIVE-FLAG           PIC X(01).
           10 CHANGE-DATE              PIC X(10).
           10 CHANGE-TIME              PIC X(08).
           10 CHANGED-BY               PIC X(08).
