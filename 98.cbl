       IDENTIFICATION DIVISION.
       PROGRAM-ID.    A20PGM98.
      *SHARED MASTER CHANGE-LOG WRITER. EVERY PROGRAM THAT UPDATES
      *THE CUSTOMER1 OR SUPPLIER1 MASTER CALLS THIS SUBPROGRAM ONCE
      *PER COLUMN IT CHANGED, SO THE BEFORE/AFTER ROW IS BUILT ONE
      *WAY WHICHEVER SCREEN MADE THE CHANGE. IT INSERTS ONE
      *MASTER_CHANGE_LOG1 ROW IN THE CALLER'S UNIT OF WORK - AN
      *UPDATE THAT IS ROLLED BACK TAKES ITS HISTORY WITH IT. SEE
      *MCLREQ1.CPY FOR THE REQUEST AREA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
             INCLUDE MSTCHG1
           END-EXEC.
      *
       LINKAGE SECTION.
       01 LK-MCLR-REQUEST.
           05 LK-MCLR-TYPE        PIC X(01).
           05 LK-MCLR-ID          PIC X(06).
           05 LK-MCLR-FIELD       PIC X(14).
           05 LK-MCLR-OLD         PIC X(40).
           05 LK-MCLR-NEW         PIC X(40).
           05 LK-MCLR-SENSITIVE   PIC X(01).
           05 LK-MCLR-DATE        PIC X(10).
           05 LK-MCLR-TIME        PIC X(08).
           05 LK-MCLR-OPERATOR    PIC X(08).
           05 LK-MCLR-RESULT      PIC X(01).
           05 LK-MCLR-SQLCODE     PIC S9(9) COMP.
       PROCEDURE DIVISION USING LK-MCLR-REQUEST.
       0000-MAIN-PARA.
           MOVE LK-MCLR-TYPE TO MASTER-TYPE
           MOVE LK-MCLR-ID TO MASTER-ID-TEXT
           MOVE LENGTH OF LK-MCLR-ID TO MASTER-ID-LEN
           MOVE LK-MCLR-FIELD TO FIELD-NAME
           MOVE LK-MCLR-OLD TO OLD-VALUE-TEXT
           MOVE LENGTH OF LK-MCLR-OLD TO OLD-VALUE-LEN
           MOVE LK-MCLR-NEW TO NEW-VALUE-TEXT
           MOVE LENGTH OF LK-MCLR-NEW TO NEW-VALUE-LEN
      *    ANYTHING BUT AN EXPLICIT 'Y' IS AN ORDINARY CHANGE.
           IF LK-MCLR-SENSITIVE = 'Y'
              MOVE 'Y' TO SENSITIVE-FLAG
           ELSE
              MOVE 'N' TO SENSITIVE-FLAG
           END-IF
           MOVE LK-MCLR-DATE TO CHANGE-DATE
           MOVE LK-MCLR-TIME TO CHANGE-TIME
           MOVE LK-MCLR-OPERATOR TO CHANGED-BY
           EXEC SQL
               INSERT INTO MASTER_CHANGE_LOG1 VALUES(
                      :MASTER-TYPE,
                      :MASTER-ID,
                      :FIELD-NAME,
                      :OLD-VALUE,
                      :NEW-VALUE,
                      :SENSITIVE-FLAG,
                      :CHANGE-DATE,
                      :CHANGE-TIME,
                      :CHANGED-BY)
           END-EXEC
           MOVE SQLCODE TO LK-MCLR-SQLCODE
           IF SQLCODE = 0
              MOVE 'Y' TO LK-MCLR-RESULT
           ELSE
              MOVE 'N' TO LK-MCLR-RESULT
           END-IF
           GOBACK.
