       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK_BANKRUPTCY.

      *> Shared bankruptcy-stay check: answers whether the customer
      *> has an active bankruptcy case on file, so every collection
      *> path asks the same question the same way (the CHECK_FREEZE
      *> treatment, for the automatic stay). LK-IN-BANKRUPTCY comes
      *> back 1 while the case is open - no demand, dunning, fee or
      *> auto-debit may touch the customer until it is discharged or
      *> dismissed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRUPTCY-FILE ASSIGN TO "bankruptcy.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKR-USER-ID
               FILE STATUS IS BANKRUPTCY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANKRUPTCY-FILE.
       COPY "bankruptcy_record.cpy".

       WORKING-STORAGE SECTION.
       01 BANKRUPTCY-FILE-STATUS PIC XX.

       LINKAGE SECTION.
       01 LK-USER-ID       PIC 9(10).
       01 LK-IN-BANKRUPTCY PIC 9.

       PROCEDURE DIVISION USING LK-USER-ID LK-IN-BANKRUPTCY.
           MOVE 0 TO LK-IN-BANKRUPTCY
           OPEN INPUT BANKRUPTCY-FILE
           IF BANKRUPTCY-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LK-USER-ID TO BKR-USER-ID
           READ BANKRUPTCY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BKR-IS-ACTIVE
                       MOVE 1 TO LK-IN-BANKRUPTCY
                   END-IF
           END-READ
           CLOSE BANKRUPTCY-FILE
           GOBACK.
