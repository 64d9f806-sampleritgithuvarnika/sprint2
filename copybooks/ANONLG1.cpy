      *****************************************************************
      * DCLGEN TABLE(ANON_LOG1)                                        *
      * AUDIT TRAIL OF THE A20PG112 PERSONAL-DATA RETENTION RUN - ONE  *
      * ROW PER ACCOUNT THE RUN LOOKED AT AND EITHER ANONYMISED OR     *
      * (FOR AN ERASE REQUEST) REFUSED. THE ROW HOLDS NOTHING          *
      * PERSONAL, ONLY THE CUSTOMER-ID, SO "WHAT HAPPENED TO THAT      *
      * ACCOUNT'S NAME" HAS AN ANSWER ON RECORD. SAME AUDIT PATTERN AS *
      * MERGE_LOG1.                                                    *
      *    ANON-MODE   'RET' DORMANT PAST THE RETENTION CUTOFF         *
      *                'REQ' ONE-OFF ERASE ON THE CUSTOMER'S REQUEST   *
      *    ANON-RESULT 'DONE' OR 'REFUSED' - ANON-REASON SAYS WHY A    *
      *                REQUEST WAS REFUSED (OPEN BALANCE, OPEN ORDER,  *
      *                OPEN CASE, NO SUCH ACCOUNT, ALREADY DONE)       *
      *    SHIPTO-COUNT  SHIP_TO1 ADDRESSES OVERWRITTEN                *
      *    CHANGE-COUNT  MASTER_CHANGE_LOG1 ROWS OVERWRITTEN - THE     *
      *                  NAME/CONTACT/ADDRESS/E-MAIL HISTORY           *
      *****************************************************************
       01  DCLANON-LOG.
           10 CUSTOMER-ID.
              49 CUSTOMER-ID-LEN       PIC S9(4) USAGE COMP.
              49 CUSTOMER-ID-TEXT      PIC X(06).
           10 ANON-MODE                PIC X(03).
           10 ANON-RESULT              PIC X(08).
           10 ANON-REASON              PIC X(20).
           10 SHIPTO-COUNT             PIC S9(4) USAGE COMP.
           10 CHANGE-COUNT             PIC S9(7) USAGE COMP-3.
           10 ANON-DATE                PIC X(10).
           10 ANON-TIME                PIC X(08).
