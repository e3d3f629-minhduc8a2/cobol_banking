       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET_CUSTODIAN.

      *> Shared minor-account check: LK-IS-MINOR comes back 1 while
      *> the customer has an active row in minors.db, with the
      *> custodian who signs and receives mail for them in
      *> LK-CUSTODIAN-ID. Converted rows (the customer has reached
      *> the age of majority) and customers never opened as minors
      *> come back 0 with a zero custodian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINOR-FILE ASSIGN TO "minors.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNR-USER-ID
               FILE STATUS IS MINOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MINOR-FILE.
       COPY "minor_record.cpy".

       WORKING-STORAGE SECTION.
       01 MINOR-FILE-STATUS PIC XX.

       LINKAGE SECTION.
       01 LK-USER-ID      PIC 9(10).
       01 LK-CUSTODIAN-ID PIC 9(10).
       01 LK-IS-MINOR     PIC 9.

       PROCEDURE DIVISION USING LK-USER-ID LK-CUSTODIAN-ID
                                 LK-IS-MINOR.
           MOVE 0 TO LK-IS-MINOR
           MOVE 0 TO LK-CUSTODIAN-ID
           OPEN INPUT MINOR-FILE
           IF MINOR-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LK-USER-ID TO MNR-USER-ID
           READ MINOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MNR-IS-ACTIVE
                       MOVE 1 TO LK-IS-MINOR
                       MOVE MNR-CUSTODIAN-ID TO LK-CUSTODIAN-ID
                   END-IF
           END-READ
           CLOSE MINOR-FILE
           GOBACK.
