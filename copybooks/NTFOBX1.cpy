      *****************************************************************
      * DCLGEN TABLE(NOTIFY_OUTBOX1)                                   *
      * CUSTOMER NOTIFICATION OUTBOX. NOTHING USED TO TELL A CUSTOMER  *
      * WHAT HAD HAPPENED TO THEIR ORDER, SO THEY PHONED. EVERY KEY    *
      * EVENT NOW PARKS ONE 'PENDING' ROW HERE THROUGH THE SHARED      *
      * A20PGM95 WRITER (SEE NTFREQ1.CPY), IN THE SAME UNIT OF WORK AS *
      * THE EVENT ITSELF -                                             *
      *    EVENT-TYPE 'ORD' ORDER CONFIRMED (A20PGM6, A20PGM26,        *
      *                     A20PGM43, A20PGM45, A20PGM55, AND A20PGM29 *
      *                     ON RELEASE FROM CREDIT HOLD)               *
      *               'HLD' ORDER HELD FOR CREDIT (A20PGM6, A20PGM55)  *
      *               'SHP' SHIPPED (A20PGM18) - DETAIL IS CARRIER AND *
      *                     TRACKING REFERENCE                         *
      *               'POD' PROOF OF DELIVERY (A20PGM58) - DETAIL IS   *
      *                     WHO SIGNED                                 *
      *               'DUN' DUNNING LEVEL RAISED (A20PGM74) - NO ORDER *
      * THE A20PGM96 BATCH SENDS THEM TO THE MAIL GATEWAY AND MOVES    *
      * NOTIFY-STATUS ON -                                             *
      *    'PENDING'  WAITING FOR THE NEXT A20PGM96 RUN                *
      *    'SENT'     ON THE GATEWAY FILE AS MESSAGE-REF TO SENT-TO    *
      *    'BOUNCED'  THE GATEWAY REPORTED IT UNDELIVERABLE            *
      *    'OPTOUT'   NOT SENT - THE CUSTOMER HAS OPTED OUT            *
      *    'NOCONTCT' NOT SENT - NO E-MAIL ADDRESS ON THE ACCOUNT      *
      *****************************************************************
       01  DCLNOTIFY-OUTBOX.
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 EVENT-TYPE               PIC X(03).
           10 ORDER-ID.
              49 ORDER-ID-LEN          PIC S9(4) USAGE COMP.
              49 ORDER-ID-TEXT         PIC X(06).
           10 EVENT-DETAIL.
              49 EVENT-DETAIL-LEN      PIC S9(4) USAGE COMP.
              49 EVENT-DETAIL-TEXT     PIC X(40).
           10 EVENT-DATE               PIC X(10).
           10 EVENT-TIME               PIC X(08).
           10 NOTIFY-STATUS            PIC X(08).
           10 MESSAGE-REF              PIC X(08).
           10 SENT-DATE                PIC X(10).
           10 SENT-TO                  PIC X(40).
