       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM95.
      *SHARED CUSTOMER NOTIFICATION WRITER. EVERY PROGRAM WHERE A
      *CUSTOMER-FACING EVENT HAPPENS - ORDER CONFIRMED OR HELD,
      *SHIPPED, DELIVERED, DUNNING RAISED - CALLS THIS SUBPROGRAM
      *INSTEAD OF WRITING THE OUTBOX ITSELF, SO THE ROW IS BUILT ONE
      *WAY WHETHER THE CALLER IS A CICS SCREEN OR A BATCH JOB. IT
      *PARKS ONE 'PENDING' NOTIFY_OUTBOX1 ROW IN THE CALLER'S UNIT OF
      *WORK; THE A20PGM96 BATCH DECIDES LATER WHETHER AND WHERE IT
      *GOES. SEE NTFREQ1.CPY FOR THE REQUEST AREA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE NTFOBX1
           END-EXEC.
      *
       LINKAGE SECTION.
       01 LK-NTFR-REQUEST.
           05 LK-NTFR-EVENT       PIC X(03).
           05 LK-NTFR-CUSTOMER    PIC X(06).
           05 LK-NTFR-ORDER-ID    PIC X(06).
           05 LK-NTFR-DETAIL      PIC X(40).
           05 LK-NTFR-DATE        PIC X(10).
           05 LK-NTFR-TIME        PIC X(08).
           05 LK-NTFR-RESULT      PIC X(01).
           05 LK-NTFR-SQLCODE     PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-NTFR-REQUEST.
       0000-MAIN-PARA.
           MOVE LK-NTFR-CUSTOMER TO CUSTOMER-ID-TEXT
           MOVE LENGTH OF LK-NTFR-CUSTOMER TO CUSTOMER-ID-LEN
           MOVE LK-NTFR-EVENT TO EVENT-TYPE
      *    AN ACCOUNT EVENT (DUNNING) BELONGS TO NO ORDER.
           MOVE LK-NTFR-ORDER-ID TO ORDER-ID-TEXT
           IF LK-NTFR-ORDER-ID = SPACES
              MOVE 0 TO ORDER-ID-LEN
           ELSE
              MOVE LENGTH OF LK-NTFR-ORDER-ID TO ORDER-ID-LEN
           END-IF
           MOVE LK-NTFR-DETAIL TO EVENT-DETAIL-TEXT
           MOVE LENGTH OF LK-NTFR-DETAIL TO EVENT-DETAIL-LEN
           MOVE LK-NTFR-DATE TO EVENT-DATE
           MOVE LK-NTFR-TIME TO EVENT-TIME
           MOVE 'PENDING' TO NOTIFY-STATUS
           MOVE SPACES TO MESSAGE-REF
           MOVE SPACES TO SENT-DATE
           MOVE SPACES TO SENT-TO
           EXEC SQL
               INSERT INTO NOTIFY_OUTBOX1 VALUES(
                      :CUSTOMER-ID,
                      :EVENT-TYPE,
                      :ORDER-ID,
                      :EVENT-DETAIL,
                      :EVENT-DATE,
                      :EVENT-TIME,
                      :NOTIFY-STATUS,
                      :MESSAGE-REF,
                      :SENT-DATE,
                      :SENT-TO)
           END-EXEC
           MOVE SQLCODE TO LK-NTFR-SQLCODE
           IF SQLCODE = 0
              MOVE 'Y' TO LK-NTFR-RESULT
           ELSE
              MOVE 'N' TO LK-NTFR-RESULT
           END-IF
           GOBACK.
