       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET_POSTING_DATE.

      *> Hands back the date the movement being posted right now
      *> belongs to when it is not the open business date - zero
      *> when no such date is raised (the normal case).
      *> LOG_TRANSACTION asks this to stamp the ledger row.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-DATE-FILE ASSIGN TO "posting_date.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-NAME
               FILE STATUS IS POSTING-DATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTING-DATE-FILE.
       01 POSTING-DATE-RECORD.
           05 PD-NAME      PIC X(10).
           05 PD-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 POSTING-DATE-FILE-STATUS PIC XX.

       LINKAGE SECTION.
       01 LK-POSTING-DATE PIC 9(8).

       PROCEDURE DIVISION USING LK-POSTING-DATE.
           MOVE 0 TO LK-POSTING-DATE
           OPEN INPUT POSTING-DATE-FILE
           IF POSTING-DATE-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE "POSTING" TO PD-NAME
           READ POSTING-DATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PD-DATE TO LK-POSTING-DATE
           END-READ
           CLOSE POSTING-DATE-FILE
           GOBACK.
