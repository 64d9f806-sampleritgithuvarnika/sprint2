      *****************************************************************
      * DCLGEN TABLE(EDI_SENT_LOG1)                                    *
      * ONE ROW PER DOCUMENT THE A20PGM94 RUN HAS SENT A TRADE         *
      * ACCOUNT ELECTRONICALLY -                                       *
      *    DOC-TYPE 'ASN'  ADVANCE SHIPPING NOTICE, DOC-ID = ORDER     *
      *             'INV'  ELECTRONIC INVOICE,      DOC-ID = INVOICE   *
      * WITH THE ENVELOPE CONTROL NUMBER IT WENT OUT UNDER AND WHEN.   *
      * THE ROW IS WHAT STOPS A DOCUMENT EVER BEING SENT TWICE, AND IT *
      * ANSWERS THE "WE NEVER GOT IT" CALL - WHICH ENVELOPE, WHICH     *
      * NIGHT.                                                         *
      *****************************************************************
       01  DCLEDI-SENT-LOG.
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 DOC-TYPE                 PIC X(03).
           10 DOC-ID.
              49 DOC-ID-LEN            PIC S9(4) USAGE COMP.
              49 DOC-ID-TEXT           PIC X(08).
           10 CTL-NUM                  PIC S9(9) USAGE COMP.
           10 SENT-DATE                PIC X(10).
           10 SENT-TIME                PIC X(08).
