       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD_MAINT.

      *> Household relationship maintenance: groups related
      *> customers (spouses, dependants, other relatives at the same
      *> address) under a household head. Creates the household,
      *> adds and removes members, sets whether the household takes
      *> one combined statement, and lists the members. A customer
      *> belongs to at most one household; every membership change
      *> goes to the customer's change history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSEHOLD-FILE.
       COPY "household_record.cpy".

       FD HOUSEHOLD-MEMBER-FILE.
       COPY "household_member_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       WORKING-STORAGE SECTION.
       01 HOUSEHOLD-FILE-STATUS        PIC XX.
       01 HOUSEHOLD-MEMBER-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS          PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-HOUSEHOLD-ID  PIC 9(10).
       01 WS-USER-ID       PIC 9(10).
       01 WS-NEXT-HH-ID    PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-CONFIRM       PIC X VALUE "N".
       01 WS-RELATIONSHIP  PIC X(01).
       01 WS-MEMBER-COUNT  PIC 9(4) VALUE 0.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-HIST-FIELD    PIC X(20) VALUE "HOUSEHOLD".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Household maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           PERFORM OPEN-FILES
           DISPLAY "1. Create a household"
           DISPLAY "2. Add a member"
           DISPLAY "3. Remove a member"
           DISPLAY "4. Combined statement on / off"
           DISPLAY "5. List a household"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM CREATE-HOUSEHOLD THRU CREATE-HOUSEHOLD-EXIT
               WHEN 2
                   PERFORM ADD-MEMBER THRU ADD-MEMBER-EXIT
               WHEN 3
                   PERFORM REMOVE-MEMBER THRU REMOVE-MEMBER-EXIT
               WHEN 4
                   PERFORM SET-COMBINED-STATEMENT
                       THRU SET-COMBINED-STATEMENT-EXIT
               WHEN 5
                   PERFORM LIST-HOUSEHOLD THRU LIST-HOUSEHOLD-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN I-O HOUSEHOLD-FILE
           IF HOUSEHOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOUSEHOLD-FILE
               CLOSE HOUSEHOLD-FILE
               OPEN I-O HOUSEHOLD-FILE
           END-IF
           OPEN I-O HOUSEHOLD-MEMBER-FILE
           IF HOUSEHOLD-MEMBER-FILE-STATUS = "35"
               OPEN OUTPUT HOUSEHOLD-MEMBER-FILE
               CLOSE HOUSEHOLD-MEMBER-FILE
               OPEN I-O HOUSEHOLD-MEMBER-FILE
           END-IF
           OPEN INPUT USER-DB-FILE.

       CLOSE-FILES.
           CLOSE HOUSEHOLD-FILE
           CLOSE HOUSEHOLD-MEMBER-FILE
           CLOSE USER-DB-FILE.

      *> The head is the anchor: the household takes the head's
      *> name and mailing address, and the head is written as the
      *> first member.
       CREATE-HOUSEHOLD.
           DISPLAY "Household head user ID: "
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User not found."
                   GO TO CREATE-HOUSEHOLD-EXIT
           END-READ
           MOVE WS-USER-ID TO HHM-USER-ID
           READ HOUSEHOLD-MEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer is already in household "
                       HHM-HOUSEHOLD-ID " - remove them first."
                   GO TO CREATE-HOUSEHOLD-EXIT
           END-READ
           CALL "GET_NEXT_SEQ" USING "HOUSEHOLD-ID        "
                                      WS-NEXT-HH-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to generate a household ID."
               GO TO CREATE-HOUSEHOLD-EXIT
           END-IF
           MOVE WS-NEXT-HH-ID     TO HH-ID
           MOVE WS-USER-ID        TO HH-HEAD-USER-ID
           MOVE USER-REC-NAME     TO HH-NAME
           MOVE USER-REC-ADDRESS  TO HH-ADDRESS
           DISPLAY "Household name (blank for " USER-REC-NAME "): "
           ACCEPT WS-HIST-NEW
           IF WS-HIST-NEW NOT = SPACES
               MOVE WS-HIST-NEW(1:30) TO HH-NAME
           END-IF
           DISPLAY "Combined household statement? (Y/N): "
           ACCEPT HH-COMBINED-STMT
           IF HH-COMBINED-STMT = "y"
               MOVE "Y" TO HH-COMBINED-STMT
           END-IF
           IF HH-COMBINED-STMT NOT = "Y"
               MOVE "N" TO HH-COMBINED-STMT
           END-IF
           MOVE WS-BUSINESS-DATE  TO HH-CREATED-DATE
           MOVE "A"               TO HH-STATUS
           WRITE HOUSEHOLD-RECORD
               INVALID KEY
                   DISPLAY "Household " HH-ID " already on file."
                   GO TO CREATE-HOUSEHOLD-EXIT
           END-WRITE
           MOVE WS-USER-ID       TO HHM-USER-ID
           MOVE HH-ID            TO HHM-HOUSEHOLD-ID
           MOVE "H"              TO HHM-RELATIONSHIP
           MOVE WS-BUSINESS-DATE TO HHM-JOINED-DATE
           WRITE HOUSEHOLD-MEMBER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "HEAD OF " HH-ID DELIMITED BY SIZE
               INTO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Household " HH-ID " created with head "
               WS-USER-ID ".".
       CREATE-HOUSEHOLD-EXIT.
           EXIT.

      *> Members normally share the head's mailing address - a
      *> different address is allowed (a student away at college)
      *> but only once the teller confirms it.
       ADD-MEMBER.
           PERFORM READ-HOUSEHOLD
           IF HOUSEHOLD-FILE-STATUS NOT = "00"
               GO TO ADD-MEMBER-EXIT
           END-IF
           DISPLAY "Member user ID: "
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User not found."
                   GO TO ADD-MEMBER-EXIT
           END-READ
           MOVE WS-USER-ID TO HHM-USER-ID
           READ HOUSEHOLD-MEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer is already in household "
                       HHM-HOUSEHOLD-ID "."
                   GO TO ADD-MEMBER-EXIT
           END-READ
           IF USER-REC-ADDRESS NOT = HH-ADDRESS
               DISPLAY "Member address differs from the household:"
               DISPLAY "  Member:    " USER-REC-ADDRESS
               DISPLAY "  Household: " HH-ADDRESS
               DISPLAY "Add anyway? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Member not added."
                   GO TO ADD-MEMBER-EXIT
               END-IF
           END-IF
           DISPLAY "Relationship ([S]pouse / [D]ependant / "
               "[O]ther): "
           ACCEPT WS-RELATIONSHIP
           IF WS-RELATIONSHIP NOT = "S" AND WS-RELATIONSHIP NOT = "D"
              AND WS-RELATIONSHIP NOT = "O"
               DISPLAY "Invalid relationship - member not added."
               GO TO ADD-MEMBER-EXIT
           END-IF
           MOVE WS-USER-ID       TO HHM-USER-ID
           MOVE HH-ID            TO HHM-HOUSEHOLD-ID
           MOVE WS-RELATIONSHIP  TO HHM-RELATIONSHIP
           MOVE WS-BUSINESS-DATE TO HHM-JOINED-DATE
           WRITE HOUSEHOLD-MEMBER-RECORD
               INVALID KEY
                   DISPLAY "Membership already on file."
                   GO TO ADD-MEMBER-EXIT
           END-WRITE
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "MEMBER OF " HH-ID " AS " WS-RELATIONSHIP
               DELIMITED BY SIZE INTO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Customer " WS-USER-ID " added to household "
               HH-ID ".".
       ADD-MEMBER-EXIT.
           EXIT.

      *> The head cannot simply walk out - removing the head leaves
      *> the household without an anchor, so the last member out
      *> (always the head) dissolves it instead.
       REMOVE-MEMBER.
           DISPLAY "Member user ID to remove: "
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO HHM-USER-ID
           READ HOUSEHOLD-MEMBER-FILE
               INVALID KEY
                   DISPLAY "Customer is not in a household."
                   GO TO REMOVE-MEMBER-EXIT
           END-READ
           MOVE HHM-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
           IF HHM-IS-HEAD
               PERFORM COUNT-MEMBERS THRU COUNT-MEMBERS-EXIT
               IF WS-MEMBER-COUNT > 1
                   DISPLAY "The head cannot leave while other "
                       "members remain - remove them first."
                   GO TO REMOVE-MEMBER-EXIT
               END-IF
               MOVE WS-USER-ID TO HHM-USER-ID
               READ HOUSEHOLD-MEMBER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           DELETE HOUSEHOLD-MEMBER-FILE RECORD
               INVALID KEY
                   DISPLAY "Membership could not be removed."
                   GO TO REMOVE-MEMBER-EXIT
           END-DELETE
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "MEMBER OF " WS-HOUSEHOLD-ID
               DELIMITED BY SIZE INTO WS-HIST-OLD
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Customer " WS-USER-ID " removed from household "
               WS-HOUSEHOLD-ID "."
           PERFORM COUNT-MEMBERS THRU COUNT-MEMBERS-EXIT
           IF WS-MEMBER-COUNT = 0
               MOVE WS-HOUSEHOLD-ID TO HH-ID
               READ HOUSEHOLD-FILE
                   INVALID KEY
                       GO TO REMOVE-MEMBER-EXIT
               END-READ
               MOVE "D" TO HH-STATUS
               REWRITE HOUSEHOLD-RECORD
               DISPLAY "Household " WS-HOUSEHOLD-ID
                   " has no members left - dissolved."
           END-IF.
       REMOVE-MEMBER-EXIT.
           EXIT.

       SET-COMBINED-STATEMENT.
           PERFORM READ-HOUSEHOLD
           IF HOUSEHOLD-FILE-STATUS NOT = "00"
               GO TO SET-COMBINED-STATEMENT-EXIT
           END-IF
           DISPLAY "Combined statement is currently "
               HH-COMBINED-STMT "."
           DISPLAY "Combined household statement? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "Y" TO HH-COMBINED-STMT
           ELSE
               MOVE "N" TO HH-COMBINED-STMT
           END-IF
           REWRITE HOUSEHOLD-RECORD
           DISPLAY "Household " HH-ID " combined statement set to "
               HH-COMBINED-STMT ".".
       SET-COMBINED-STATEMENT-EXIT.
           EXIT.

       LIST-HOUSEHOLD.
           PERFORM READ-HOUSEHOLD
           IF HOUSEHOLD-FILE-STATUS NOT = "00"
               GO TO LIST-HOUSEHOLD-EXIT
           END-IF
           DISPLAY "Household " HH-ID " - " HH-NAME
           DISPLAY "Address: " HH-ADDRESS
           DISPLAY "Head: " HH-HEAD-USER-ID "  Combined statement: "
               HH-COMBINED-STMT "  Status: " HH-STATUS
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE HH-ID TO HHM-HOUSEHOLD-ID
           START HOUSEHOLD-MEMBER-FILE KEY IS = HHM-HOUSEHOLD-ID
               INVALID KEY
                   DISPLAY "(no members)"
                   GO TO LIST-HOUSEHOLD-EXIT
           END-START
           PERFORM UNTIL HOUSEHOLD-MEMBER-FILE-STATUS = "10"
               READ HOUSEHOLD-MEMBER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HHM-HOUSEHOLD-ID NOT = HH-ID
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE HHM-USER-ID TO USER-REC-ID
                       READ USER-DB-FILE
                           INVALID KEY
                               MOVE SPACES TO USER-REC-NAME
                       END-READ
                       DISPLAY "  " HHM-USER-ID " " HHM-RELATIONSHIP
                           " " USER-REC-NAME " joined "
                           HHM-JOINED-DATE
               END-READ
           END-PERFORM
           DISPLAY WS-MEMBER-COUNT " member(s).".
       LIST-HOUSEHOLD-EXIT.
           EXIT.

       READ-HOUSEHOLD.
           DISPLAY "Household ID: "
           ACCEPT WS-HOUSEHOLD-ID
           MOVE WS-HOUSEHOLD-ID TO HH-ID
           READ HOUSEHOLD-FILE
               INVALID KEY
                   DISPLAY "No such household."
           END-READ
           IF HOUSEHOLD-FILE-STATUS = "00" AND HH-IS-DISSOLVED
               DISPLAY "Household " HH-ID " is dissolved."
               MOVE "23" TO HOUSEHOLD-FILE-STATUS
           END-IF.

       COUNT-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE WS-HOUSEHOLD-ID TO HHM-HOUSEHOLD-ID
           START HOUSEHOLD-MEMBER-FILE KEY IS = HHM-HOUSEHOLD-ID
               INVALID KEY
                   GO TO COUNT-MEMBERS-EXIT
           END-START
           PERFORM UNTIL HOUSEHOLD-MEMBER-FILE-STATUS = "10"
               READ HOUSEHOLD-MEMBER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HHM-HOUSEHOLD-ID NOT = WS-HOUSEHOLD-ID
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-MEMBER-COUNT
               END-READ
           END-PERFORM.
       COUNT-MEMBERS-EXIT.
           EXIT.
