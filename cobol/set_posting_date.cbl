       IDENTIFICATION DIVISION.
       PROGRAM-ID. SET_POSTING_DATE.

      *> Raises or lowers the posting-date switch - the
      *> SET_CURRENT_MANDATE treatment for the ledger date. A program
      *> that posts outside the business day (the instant payments
      *> rail, 24x7) sets the date its movements belong to just
      *> before it posts and clears it (zero) straight after, so
      *> LOG_TRANSACTION stamps the ledger row - and with it the GL
      *> extract and the statement - with that date instead of the
      *> open business date. main_program clears it at sign-on so a
      *> crashed run can never leave it raised.

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
           OPEN I-O POSTING-DATE-FILE
           IF POSTING-DATE-FILE-STATUS = "35"
               OPEN OUTPUT POSTING-DATE-FILE
               CLOSE POSTING-DATE-FILE
               OPEN I-O POSTING-DATE-FILE
           END-IF
           MOVE "POSTING" TO PD-NAME
           READ POSTING-DATE-FILE
               INVALID KEY
                   MOVE "POSTING" TO PD-NAME
                   MOVE LK-POSTING-DATE TO PD-DATE
                   WRITE POSTING-DATE-RECORD
               NOT INVALID KEY
                   MOVE LK-POSTING-DATE TO PD-DATE
                   REWRITE POSTING-DATE-RECORD
           END-READ
           CLOSE POSTING-DATE-FILE
           GOBACK.
