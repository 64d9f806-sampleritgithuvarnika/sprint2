      *****************************************************************
      * DCLGEN TABLE(EDI_PARTNER1)                                     *
      * ONE ROW PER TRADE ACCOUNT THAT TAKES ELECTRONIC DOCUMENTS BACK *
      * FROM US (THE SAME BIG ACCOUNTS THAT SEND ORDER FILES THROUGH   *
      * A20PGM55). THE NIGHTLY A20PGM94 RUN READS IT -                 *
      *    PARTNER-ID    THE ACCOUNT'S MAILBOX/TRADING-PARTNER NAME,   *
      *                  CARRIED ON EVERY ENVELOPE HEADER SO THE FILE  *
      *                  TRANSFER ROUTES EACH ENVELOPE TO ITS OWNER    *
      *    ASN-FLAG 'Y'  SEND AN ADVANCE SHIPPING NOTICE PER SHIPMENT  *
      *    INV-FLAG 'Y'  SEND AN ELECTRONIC INVOICE PER INVOICE1 ROW   *
      *    ENABLED-FROM  NOTHING SHIPPED OR INVOICED BEFORE THIS DATE  *
      *                  IS SENT, SO SWITCHING AN ACCOUNT ON DOES NOT  *
      *                  REPLAY ITS HISTORY                            *
      *    LAST-CTL-NUM  LAST ENVELOPE CONTROL NUMBER ISSUED TO THE    *
      *                  ACCOUNT - EACH ENVELOPE TAKES THE NEXT ONE,   *
      *                  SO THE ACCOUNT CAN SEE A GAP IN THE SEQUENCE  *
      *****************************************************************
       01  DCLEDI-PARTNER.
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 PARTNER-ID               PIC X(15).
           10 ASN-FLAG                 PIC X(01).
           10 INV-FLAG                 PIC X(01).
           10 ENABLED-FROM             PIC X(10).
           10 LAST-CTL-NUM             PIC S9(9) USAGE COMP.
