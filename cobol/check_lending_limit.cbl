       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK_LENDING_LIMIT.

      *> Shared lending-limit check, made before any new credit is
      *> approved: the customer's total exposure (GET_CREDIT_EXPOSURE)
      *> plus the new amount asked for (LK-NEW-AMOUNT) against the
      *> single-borrower limit for their customer type, and - when
      *> they belong to an active household - every member's exposure
      *> added up plus the new amount against the household limit.
      *> Limits come from LENDING-LIMIT-FILE, or the standing
      *> defaults below where it has no row.
      *> LK-LIMIT-RESULT: 0 within limits, 1 at or over the warning
      *> level of a limit, 2 over a limit - the worse of
      *> LK-CUST-RESULT and LK-HH-RESULT, the same measure for each
      *> limit on its own. LK-HOUSEHOLD-ID is zero
      *> (and the household figures with it) for a customer in no
      *> household.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LENDING-LIMIT-FILE ASSIGN TO "lending_limits.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LL-CATEGORY
               FILE STATUS IS LENDING-LIMIT-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "household.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HH-ID
               FILE STATUS IS HOUSEHOLD-FILE-STATUS.
           SELECT HOUSEHOLD-MEMBER-FILE ASSIGN TO
               "household_member.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHM-USER-ID
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS HOUSEHOLD-MEMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LENDING-LIMIT-FILE.
       COPY "lending_limit_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD HOUSEHOLD-FILE.
       COPY "household_record.cpy".

       FD HOUSEHOLD-MEMBER-FILE.
       COPY "household_member_record.cpy".

       WORKING-STORAGE SECTION.
       01 LENDING-LIMIT-FILE-STATUS    PIC XX.
       01 USER-DB-FILE-STATUS          PIC XX.
       01 HOUSEHOLD-FILE-STATUS        PIC XX.
       01 HOUSEHOLD-MEMBER-FILE-STATUS PIC XX.
       01 WS-LIMITS-OPEN    PIC 9 VALUE 0.
       01 WS-DEFAULT-INDIVIDUAL-LIMIT PIC 9(10)V99 VALUE 250000.00.
       01 WS-DEFAULT-BUSINESS-LIMIT   PIC 9(10)V99 VALUE 1000000.00.
       01 WS-DEFAULT-HOUSEHOLD-LIMIT  PIC 9(10)V99 VALUE 500000.00.
       01 WS-DEFAULT-WARN-PCT         PIC 9(3) VALUE 90.
       01 WS-CATEGORY       PIC X(10).
       01 WS-LIMIT          PIC 9(12)V99.
       01 WS-WARN-PCT       PIC 9(3).
       01 WS-EXPOSURE       PIC 9(12)V99.
       01 WS-WARN-LEVEL     PIC 9(12)V99.
       01 WS-SCOPE-RESULT   PIC 9 VALUE 0.
       01 WS-NO-HOUSEHOLD   PIC 9(10) VALUE 0.
      *> The household's members, gathered before any of them is
      *> measured so the member file is closed again by then.
       01 WS-MEMBER-COUNT   PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ID  PIC 9(10) OCCURS 50 TIMES.
       01 WS-MEMBER-IDX     PIC 9(3) VALUE 0.
       COPY "credit_exposure.cpy".

       LINKAGE SECTION.
       01 LK-USER-ID        PIC 9(10).
       01 LK-NEW-AMOUNT     PIC 9(10)V99.
       01 LK-CUST-EXPOSURE  PIC 9(12)V99.
       01 LK-CUST-LIMIT     PIC 9(12)V99.
       01 LK-HOUSEHOLD-ID   PIC 9(10).
       01 LK-HH-EXPOSURE    PIC 9(12)V99.
       01 LK-HH-LIMIT       PIC 9(12)V99.
       01 LK-LIMIT-RESULT   PIC 9.
       01 LK-CUST-RESULT    PIC 9.
       01 LK-HH-RESULT      PIC 9.

       PROCEDURE DIVISION USING LK-USER-ID LK-NEW-AMOUNT
                                 LK-CUST-EXPOSURE LK-CUST-LIMIT
                                 LK-HOUSEHOLD-ID LK-HH-EXPOSURE
                                 LK-HH-LIMIT LK-LIMIT-RESULT
                                 LK-CUST-RESULT LK-HH-RESULT.
       MAIN-PARA.
           MOVE 0 TO LK-CUST-EXPOSURE
           MOVE 0 TO LK-CUST-LIMIT
           MOVE 0 TO LK-HOUSEHOLD-ID
           MOVE 0 TO LK-HH-EXPOSURE
           MOVE 0 TO LK-HH-LIMIT
           MOVE 0 TO LK-LIMIT-RESULT
           MOVE 0 TO LK-CUST-RESULT
           MOVE 0 TO LK-HH-RESULT
           MOVE 0 TO WS-LIMITS-OPEN
           OPEN INPUT LENDING-LIMIT-FILE
           IF LENDING-LIMIT-FILE-STATUS = "00"
               MOVE 1 TO WS-LIMITS-OPEN
           END-IF
      *>   The single borrower, against the limit for their type.
           MOVE "INDIVIDUAL" TO WS-CATEGORY
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS = "00"
               MOVE LK-USER-ID TO USER-REC-ID
               READ USER-DB-FILE
                   NOT INVALID KEY
                       IF USER-IS-BUSINESS
                           MOVE "BUSINESS" TO WS-CATEGORY
                       END-IF
               END-READ
               CLOSE USER-DB-FILE
           END-IF
           CALL "GET_CREDIT_EXPOSURE" USING LK-USER-ID WS-NO-HOUSEHOLD
               CREDIT-EXPOSURE
           COMPUTE LK-CUST-EXPOSURE = CE-TOTAL + LK-NEW-AMOUNT
           PERFORM FIND-LIMIT
           MOVE WS-LIMIT TO LK-CUST-LIMIT
           MOVE LK-CUST-EXPOSURE TO WS-EXPOSURE
           PERFORM RATE-EXPOSURE
           MOVE WS-SCOPE-RESULT TO LK-CUST-RESULT
      *>   The household, every member together.
           PERFORM GATHER-HOUSEHOLD THRU GATHER-HOUSEHOLD-EXIT
           IF WS-MEMBER-COUNT > 0
               MOVE LK-NEW-AMOUNT TO LK-HH-EXPOSURE
               PERFORM ADD-MEMBER-EXPOSURE
                   VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               MOVE "HOUSEHOLD" TO WS-CATEGORY
               PERFORM FIND-LIMIT
               MOVE WS-LIMIT TO LK-HH-LIMIT
               MOVE LK-HH-EXPOSURE TO WS-EXPOSURE
               PERFORM RATE-EXPOSURE
               MOVE WS-SCOPE-RESULT TO LK-HH-RESULT
           END-IF
           IF WS-LIMITS-OPEN = 1
               CLOSE LENDING-LIMIT-FILE
           END-IF
           GOBACK.

       FIND-LIMIT.
           EVALUATE WS-CATEGORY
               WHEN "BUSINESS"
                   MOVE WS-DEFAULT-BUSINESS-LIMIT TO WS-LIMIT
               WHEN "HOUSEHOLD"
                   MOVE WS-DEFAULT-HOUSEHOLD-LIMIT TO WS-LIMIT
               WHEN OTHER
                   MOVE WS-DEFAULT-INDIVIDUAL-LIMIT TO WS-LIMIT
           END-EVALUATE
           MOVE WS-DEFAULT-WARN-PCT TO WS-WARN-PCT
           IF WS-LIMITS-OPEN = 1
               MOVE WS-CATEGORY TO LL-CATEGORY
               READ LENDING-LIMIT-FILE
                   NOT INVALID KEY
                       MOVE LL-LIMIT TO WS-LIMIT
                       MOVE LL-WARN-PCT TO WS-WARN-PCT
               END-READ
           END-IF.

      *> The worse of the two checks is what LK-LIMIT-RESULT shows.
       RATE-EXPOSURE.
           MOVE 0 TO WS-SCOPE-RESULT
           COMPUTE WS-WARN-LEVEL ROUNDED = WS-LIMIT * WS-WARN-PCT / 100
           IF WS-EXPOSURE > WS-LIMIT
               MOVE 2 TO WS-SCOPE-RESULT
           ELSE
               IF WS-EXPOSURE >= WS-WARN-LEVEL AND WS-EXPOSURE > 0
                   MOVE 1 TO WS-SCOPE-RESULT
               END-IF
           END-IF
           IF WS-SCOPE-RESULT > LK-LIMIT-RESULT
               MOVE WS-SCOPE-RESULT TO LK-LIMIT-RESULT
           END-IF.

       GATHER-HOUSEHOLD.
           MOVE 0 TO WS-MEMBER-COUNT
           OPEN INPUT HOUSEHOLD-MEMBER-FILE
           IF HOUSEHOLD-MEMBER-FILE-STATUS NOT = "00"
               GO TO GATHER-HOUSEHOLD-EXIT
           END-IF
           MOVE LK-USER-ID TO HHM-USER-ID
           READ HOUSEHOLD-MEMBER-FILE KEY IS HHM-USER-ID
               INVALID KEY
                   GO TO GATHER-HOUSEHOLD-DONE
           END-READ
           MOVE HHM-HOUSEHOLD-ID TO LK-HOUSEHOLD-ID
           OPEN INPUT HOUSEHOLD-FILE
           IF HOUSEHOLD-FILE-STATUS = "00"
               MOVE LK-HOUSEHOLD-ID TO HH-ID
               READ HOUSEHOLD-FILE
                   INVALID KEY
                       MOVE "A" TO HH-STATUS
               END-READ
               CLOSE HOUSEHOLD-FILE
               IF HH-IS-DISSOLVED
                   MOVE 0 TO LK-HOUSEHOLD-ID
                   GO TO GATHER-HOUSEHOLD-DONE
               END-IF
           END-IF
           START HOUSEHOLD-MEMBER-FILE KEY IS = HHM-HOUSEHOLD-ID
               INVALID KEY
                   GO TO GATHER-HOUSEHOLD-DONE
           END-START
           PERFORM UNTIL HOUSEHOLD-MEMBER-FILE-STATUS = "10"
               READ HOUSEHOLD-MEMBER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HHM-HOUSEHOLD-ID NOT = LK-HOUSEHOLD-ID
                           EXIT PERFORM
                       END-IF
                       IF WS-MEMBER-COUNT < 50
                           ADD 1 TO WS-MEMBER-COUNT
                           MOVE HHM-USER-ID
                               TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
       GATHER-HOUSEHOLD-DONE.
           CLOSE HOUSEHOLD-MEMBER-FILE.
       GATHER-HOUSEHOLD-EXIT.
           EXIT.

       ADD-MEMBER-EXPOSURE.
           CALL "GET_CREDIT_EXPOSURE" USING WS-MEMBER-ID(WS-MEMBER-IDX)
               LK-HOUSEHOLD-ID CREDIT-EXPOSURE
           ADD CE-TOTAL TO LK-HH-EXPOSURE.
