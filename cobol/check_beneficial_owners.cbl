       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK_BENEFICIAL_OWNERS.

      *> Shared account-opening gate for business customers: every
      *> path that opens an account for an existing customer asks it
      *> the same question. LK-CLEARED comes back 1 for an
      *> individual, or for a business whose beneficial owner list is
      *> certified (BENEFICIAL_OWNER_MAINT keeps the flag in step
      *> with the list); 0 means no account may open yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT BUSINESS-PROFILE-FILE ASSIGN TO
               "business_profiles.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BP-USER-ID
               FILE STATUS IS BUSINESS-PROFILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BUSINESS-PROFILE-FILE.
       COPY "business_profile_record.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS          PIC XX.
       01 BUSINESS-PROFILE-FILE-STATUS PIC XX.

       LINKAGE SECTION.
       01 LK-USER-ID   PIC 9(10).
       01 LK-CLEARED   PIC 9.

       PROCEDURE DIVISION USING LK-USER-ID LK-CLEARED.
           MOVE 1 TO LK-CLEARED
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LK-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   MOVE "I" TO USER-REC-CUST-TYPE
           END-READ
           CLOSE USER-DB-FILE
           IF NOT USER-IS-BUSINESS
               GOBACK
           END-IF
           MOVE 0 TO LK-CLEARED
           OPEN INPUT BUSINESS-PROFILE-FILE
           IF BUSINESS-PROFILE-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LK-USER-ID TO BP-USER-ID
           READ BUSINESS-PROFILE-FILE
               INVALID KEY
                   MOVE "N" TO BP-OWNERS-CERTIFIED
           END-READ
           CLOSE BUSINESS-PROFILE-FILE
           IF BP-IS-CERTIFIED
               MOVE 1 TO LK-CLEARED
           END-IF
           GOBACK.
