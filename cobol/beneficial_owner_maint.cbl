       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFICIAL_OWNER_MAINT.

      *> Beneficial owner maintenance for business customers: shows
      *> the business profile and its owner list, adds an owner
      *> (screened against the watch list as ADD_USER does at
      *> onboarding), removes one, re-screens the whole list, and
      *> changes the legal name, tax ID or entity type. After every
      *> change the list is re-certified - it stays certified only
      *> while it names at least one controlling person, no owner is
      *> blocked on the watch list and ownership does not pass 100%.
      *> CHECK_BENEFICIAL_OWNERS refuses new accounts for a business
      *> whose list is not certified. Every change goes to the
      *> customer's change history.

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
           SELECT BENEFICIAL-OWNER-FILE ASSIGN TO
               "beneficial_owners.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS BENEFICIAL-OWNER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BUSINESS-PROFILE-FILE.
       COPY "business_profile_record.cpy".

       FD BENEFICIAL-OWNER-FILE.
       COPY "beneficial_owner_record.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS          PIC XX.
       01 BUSINESS-PROFILE-FILE-STATUS PIC XX.
       01 BENEFICIAL-OWNER-FILE-STATUS PIC XX.
       01 WS-CHOICE          PIC 9 VALUE 0.
       01 WS-USER-ID         PIC 9(10).
       01 WS-USER-NAME       PIC X(30).
       01 WS-PROFILE-FOUND   PIC 9 VALUE 0.
       01 WS-SEQ             PIC 9(2).
       01 WS-LAST-SEQ        PIC 9(2) VALUE 0.
       01 WS-OWNER-COUNT     PIC 9(2) VALUE 0.
       01 WS-CONTROLLERS     PIC 9(2) VALUE 0.
       01 WS-BLOCKED-COUNT   PIC 9(2) VALUE 0.
       01 WS-TOTAL-PCT       PIC 9(4)V99 VALUE 0.
       01 WS-SCAN-MODE       PIC X(01).
           88 WS-SCAN-LIST       VALUE "L".
           88 WS-SCAN-RESCREEN   VALUE "R".
           88 WS-SCAN-COUNT      VALUE "C".
       01 WS-OLD-CERTIFIED   PIC X(01).
       01 WS-CONFIRM         PIC X VALUE "N".
       01 WS-INPUT-TEXT      PIC X(60).
       01 WS-INPUT-TYPE      PIC X(01).
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-OPERATOR-ID     PIC 9(10) VALUE 0.
       01 WS-HIST-FIELD      PIC X(20) VALUE "BENEFICIAL-OWNER".
       01 WS-HIST-OLD        PIC X(50).
       01 WS-HIST-NEW        PIC X(50).
       01 WS-WATCH-HIT       PIC 9 VALUE 0.
       01 WS-WATCH-USER-ID   PIC 9(10) VALUE 0.
       01 WS-WATCH-CONTEXT   PIC X(15) VALUE "BENEFICIAL-OWNR".
       01 WS-PCT-DISP        PIC ZZ9.99.
       01 WS-SCREEN-TEXT     PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Beneficial owner maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           DISPLAY "User ID: "
           ACCEPT WS-USER-ID
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               GOBACK
           END-IF
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User " WS-USER-ID " not found."
                   CLOSE USER-DB-FILE
                   GOBACK
           END-READ
           CLOSE USER-DB-FILE
           IF NOT USER-IS-BUSINESS
               DISPLAY "User " WS-USER-ID " is not a business "
                   "customer."
               GOBACK
           END-IF
           MOVE USER-REC-NAME TO WS-USER-NAME
           PERFORM OPEN-FILES
           MOVE 0 TO WS-PROFILE-FOUND
           MOVE WS-USER-ID TO BP-USER-ID
           READ BUSINESS-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-PROFILE-FOUND
           END-READ
           IF WS-PROFILE-FOUND = 0
               MOVE WS-USER-ID       TO BP-USER-ID
               MOVE WS-USER-NAME     TO BP-LEGAL-NAME
               MOVE SPACES           TO BP-TAX-ID
               MOVE 0                TO BP-FORMATION-DATE
               MOVE "C"              TO BP-ENTITY-TYPE
               MOVE "N"              TO BP-OWNERS-CERTIFIED
               MOVE 0                TO BP-CERTIFIED-DATE
               WRITE BUSINESS-PROFILE-RECORD
               DISPLAY "No business profile on file - a blank one "
                   "was created; enter the business details."
           END-IF
           MOVE BP-OWNERS-CERTIFIED TO WS-OLD-CERTIFIED
           DISPLAY "1. Show profile and owners"
           DISPLAY "2. Add an owner"
           DISPLAY "3. Remove an owner"
           DISPLAY "4. Re-screen all owners"
           DISPLAY "5. Change business details"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM SHOW-PROFILE
               WHEN 2
                   PERFORM ADD-OWNER THRU ADD-OWNER-EXIT
               WHEN 3
                   PERFORM REMOVE-OWNER THRU REMOVE-OWNER-EXIT
               WHEN 4
                   PERFORM RESCREEN-OWNERS
               WHEN 5
                   PERFORM CHANGE-DETAILS
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-CHOICE > 1 AND WS-CHOICE < 6
               PERFORM RECERTIFY-OWNERS THRU RECERTIFY-OWNERS-EXIT
           END-IF
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN I-O BUSINESS-PROFILE-FILE
           IF BUSINESS-PROFILE-FILE-STATUS = "35"
               OPEN OUTPUT BUSINESS-PROFILE-FILE
               CLOSE BUSINESS-PROFILE-FILE
               OPEN I-O BUSINESS-PROFILE-FILE
           END-IF
           OPEN I-O BENEFICIAL-OWNER-FILE
           IF BENEFICIAL-OWNER-FILE-STATUS = "35"
               OPEN OUTPUT BENEFICIAL-OWNER-FILE
               CLOSE BENEFICIAL-OWNER-FILE
               OPEN I-O BENEFICIAL-OWNER-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE BUSINESS-PROFILE-FILE
           CLOSE BENEFICIAL-OWNER-FILE.

       SHOW-PROFILE.
           DISPLAY "Legal name:     " BP-LEGAL-NAME
           DISPLAY "Tax ID:         " BP-TAX-ID
           DISPLAY "Entity type:    " BP-ENTITY-TYPE
           DISPLAY "Formed:         " BP-FORMATION-DATE
           IF BP-IS-CERTIFIED
               DISPLAY "Owner list:     CERTIFIED " BP-CERTIFIED-DATE
           ELSE
               DISPLAY "Owner list:     NOT CERTIFIED - no new "
                   "accounts"
           END-IF
           DISPLAY "Seq Name                           Pct    Ctl "
               "Screen"
           MOVE "L" TO WS-SCAN-MODE
           PERFORM SCAN-OWNERS THRU SCAN-OWNERS-EXIT
           IF WS-OWNER-COUNT = 0
               DISPLAY "No beneficial owners on file."
           END-IF.

      *> Walks the user's owner rows in sequence order. Every mode
      *> tallies the certification counts and the highest sequence
      *> used; list mode also displays each row and re-screen mode
      *> runs each name through the watch list again.
       SCAN-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           MOVE 0 TO WS-CONTROLLERS
           MOVE 0 TO WS-BLOCKED-COUNT
           MOVE 0 TO WS-TOTAL-PCT
           MOVE 0 TO WS-LAST-SEQ
           MOVE WS-USER-ID TO BO-USER-ID
           MOVE 0 TO BO-SEQ
           START BENEFICIAL-OWNER-FILE KEY IS NOT LESS THAN BO-KEY
               INVALID KEY
                   GO TO SCAN-OWNERS-EXIT
           END-START
           PERFORM UNTIL BENEFICIAL-OWNER-FILE-STATUS NOT = "00"
               READ BENEFICIAL-OWNER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF BO-USER-ID NOT = WS-USER-ID
                   EXIT PERFORM
               END-IF
               PERFORM TALLY-ONE-OWNER
           END-PERFORM.
       SCAN-OWNERS-EXIT.
           EXIT.

       TALLY-ONE-OWNER.
           MOVE BO-SEQ TO WS-LAST-SEQ
           IF WS-SCAN-RESCREEN
               MOVE WS-USER-ID TO WS-WATCH-USER-ID
               CALL "SCREEN_WATCH_LIST" USING BO-NAME
                   WS-WATCH-USER-ID WS-WATCH-CONTEXT WS-WATCH-HIT
               MOVE WS-WATCH-HIT TO BO-SCREEN-RESULT
               MOVE WS-BUSINESS-DATE TO BO-SCREEN-DATE
               REWRITE BENEFICIAL-OWNER-RECORD
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           ADD BO-OWNERSHIP-PCT TO WS-TOTAL-PCT
           IF BO-IS-CONTROLLER
               ADD 1 TO WS-CONTROLLERS
           END-IF
           IF BO-SCREEN-BLOCKED
               ADD 1 TO WS-BLOCKED-COUNT
           END-IF
           IF WS-SCAN-LIST OR WS-SCAN-RESCREEN
               EVALUATE TRUE
                   WHEN BO-SCREEN-BLOCKED
                       MOVE "BLOCKED" TO WS-SCREEN-TEXT
                   WHEN BO-SCREEN-FLAGGED
                       MOVE "FLAGGED" TO WS-SCREEN-TEXT
                   WHEN OTHER
                       MOVE "CLEAR" TO WS-SCREEN-TEXT
               END-EVALUATE
               MOVE BO-OWNERSHIP-PCT TO WS-PCT-DISP
               DISPLAY BO-SEQ "  " BO-NAME " " WS-PCT-DISP "  "
                   BO-CONTROL-FLAG "   " WS-SCREEN-TEXT
           END-IF.

       ADD-OWNER.
           MOVE "C" TO WS-SCAN-MODE
           PERFORM SCAN-OWNERS THRU SCAN-OWNERS-EXIT
           IF WS-LAST-SEQ = 99
               DISPLAY "Owner list is full."
               GO TO ADD-OWNER-EXIT
           END-IF
           INITIALIZE BENEFICIAL-OWNER-RECORD
           MOVE WS-USER-ID TO BO-USER-ID
           COMPUTE BO-SEQ = WS-LAST-SEQ + 1
           DISPLAY "Owner name: "
           ACCEPT BO-NAME
           DISPLAY "Date of birth (YYYY-MM-DD): "
           ACCEPT BO-DOB
           DISPLAY "ID document number: "
           ACCEPT BO-ID-NUMBER
           DISPLAY "Residential address: "
           ACCEPT BO-ADDRESS
           DISPLAY "Ownership percent (0 if none): "
           ACCEPT BO-OWNERSHIP-PCT
           DISPLAY "Controlling person? (Y/N): "
           ACCEPT BO-CONTROL-FLAG
           MOVE FUNCTION UPPER-CASE(BO-CONTROL-FLAG) TO BO-CONTROL-FLAG
           IF NOT BO-IS-CONTROLLER
               MOVE "N" TO BO-CONTROL-FLAG
           END-IF
           IF BO-OWNERSHIP-PCT < 25 AND NOT BO-IS-CONTROLLER
               DISPLAY "Under 25% and not in control - not a "
                   "beneficial owner, not recorded."
               GO TO ADD-OWNER-EXIT
           END-IF
           MOVE WS-USER-ID TO WS-WATCH-USER-ID
           CALL "SCREEN_WATCH_LIST" USING BO-NAME
               WS-WATCH-USER-ID WS-WATCH-CONTEXT WS-WATCH-HIT
           MOVE WS-WATCH-HIT TO BO-SCREEN-RESULT
           MOVE WS-BUSINESS-DATE TO BO-SCREEN-DATE
           MOVE WS-BUSINESS-DATE TO BO-ADDED-DATE
           IF BO-SCREEN-BLOCKED
               DISPLAY "WARNING: owner is BLOCKED on the watch list "
                   "- the list will not certify."
           END-IF
           IF BO-SCREEN-FLAGGED
               DISPLAY "WARNING: owner is flagged on the watch list "
                   "- hit queued for supervisor review."
           END-IF
           WRITE BENEFICIAL-OWNER-RECORD
               INVALID KEY
                   DISPLAY "Unable to add owner."
                   GO TO ADD-OWNER-EXIT
           END-WRITE
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "ADDED " BO-SEQ " " BO-NAME
               DELIMITED BY SIZE INTO WS-HIST-NEW
           PERFORM LOG-OWNER-CHANGE
           DISPLAY "Owner " BO-SEQ " added.".
       ADD-OWNER-EXIT.
           EXIT.

       REMOVE-OWNER.
           DISPLAY "Owner sequence to remove: "
           ACCEPT WS-SEQ
           MOVE WS-USER-ID TO BO-USER-ID
           MOVE WS-SEQ TO BO-SEQ
           READ BENEFICIAL-OWNER-FILE
               INVALID KEY
                   DISPLAY "No owner " WS-SEQ " on file."
                   GO TO REMOVE-OWNER-EXIT
           END-READ
           DISPLAY "Remove " BO-NAME "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing removed."
               GO TO REMOVE-OWNER-EXIT
           END-IF
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING BO-SEQ " " BO-NAME
               DELIMITED BY SIZE INTO WS-HIST-OLD
           MOVE "REMOVED" TO WS-HIST-NEW
           DELETE BENEFICIAL-OWNER-FILE
               INVALID KEY
                   DISPLAY "Unable to remove owner."
                   GO TO REMOVE-OWNER-EXIT
           END-DELETE
           PERFORM LOG-OWNER-CHANGE
           DISPLAY "Owner " WS-SEQ " removed.".
       REMOVE-OWNER-EXIT.
           EXIT.

       RESCREEN-OWNERS.
           MOVE "R" TO WS-SCAN-MODE
           PERFORM SCAN-OWNERS THRU SCAN-OWNERS-EXIT
           DISPLAY WS-OWNER-COUNT " owner(s) re-screened, "
               WS-BLOCKED-COUNT " blocked.".

       CHANGE-DETAILS.
           DISPLAY "Legal name (blank = keep): "
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE BP-LEGAL-NAME TO WS-HIST-OLD
               MOVE WS-INPUT-TEXT TO WS-HIST-NEW
               MOVE WS-INPUT-TEXT TO BP-LEGAL-NAME
               MOVE "BUSINESS-NAME" TO WS-HIST-FIELD
               PERFORM LOG-OWNER-CHANGE
               MOVE WS-USER-ID TO WS-WATCH-USER-ID
               CALL "SCREEN_WATCH_LIST" USING BP-LEGAL-NAME(1:30)
                   WS-WATCH-USER-ID WS-WATCH-CONTEXT WS-WATCH-HIT
               IF WS-WATCH-HIT > 0
                   DISPLAY "WARNING: the legal name is on the watch "
                       "list - hit queued for supervisor review."
               END-IF
           END-IF
           DISPLAY "Tax ID (blank = keep): "
           MOVE SPACES TO WS-INPUT-TEXT
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE BP-TAX-ID TO WS-HIST-OLD
               MOVE WS-INPUT-TEXT TO WS-HIST-NEW
               MOVE WS-INPUT-TEXT TO BP-TAX-ID
               MOVE "BUSINESS-TAX-ID" TO WS-HIST-FIELD
               PERFORM LOG-OWNER-CHANGE
           END-IF
           DISPLAY "Entity type C/L/P/S/T/N (blank = keep): "
           MOVE SPACES TO WS-INPUT-TYPE
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           IF WS-INPUT-TYPE NOT = SPACES
               MOVE BP-ENTITY-TYPE TO WS-HIST-OLD
               MOVE WS-INPUT-TYPE TO BP-ENTITY-TYPE
               IF BP-ENTITY-VALID
                   MOVE WS-INPUT-TYPE TO WS-HIST-NEW
                   MOVE "BUSINESS-ENTITY" TO WS-HIST-FIELD
                   PERFORM LOG-OWNER-CHANGE
               ELSE
                   MOVE WS-HIST-OLD(1:1) TO BP-ENTITY-TYPE
                   DISPLAY "Unknown entity type - kept."
               END-IF
           END-IF
           MOVE "BENEFICIAL-OWNER" TO WS-HIST-FIELD
           REWRITE BUSINESS-PROFILE-RECORD.

      *> Re-derives the certification flag from the owner rows as
      *> they now stand and records it on the profile.
       RECERTIFY-OWNERS.
           MOVE "C" TO WS-SCAN-MODE
           PERFORM SCAN-OWNERS THRU SCAN-OWNERS-EXIT
           MOVE WS-USER-ID TO BP-USER-ID
           READ BUSINESS-PROFILE-FILE
               INVALID KEY
                   GO TO RECERTIFY-OWNERS-EXIT
           END-READ
           IF WS-CONTROLLERS > 0 AND WS-BLOCKED-COUNT = 0
              AND WS-TOTAL-PCT NOT > 100
               MOVE "Y" TO BP-OWNERS-CERTIFIED
               MOVE WS-BUSINESS-DATE TO BP-CERTIFIED-DATE
           ELSE
               MOVE "N" TO BP-OWNERS-CERTIFIED
           END-IF
           REWRITE BUSINESS-PROFILE-RECORD
           IF BP-OWNERS-CERTIFIED NOT = WS-OLD-CERTIFIED
               MOVE SPACES TO WS-HIST-OLD
               MOVE SPACES TO WS-HIST-NEW
               STRING "CERTIFIED " WS-OLD-CERTIFIED
                   DELIMITED BY SIZE INTO WS-HIST-OLD
               STRING "CERTIFIED " BP-OWNERS-CERTIFIED
                   DELIMITED BY SIZE INTO WS-HIST-NEW
               PERFORM LOG-OWNER-CHANGE
           END-IF
           IF BP-IS-CERTIFIED
               DISPLAY "Owner list certified."
           ELSE
               DISPLAY "Owner list NOT certified - needs a "
                   "controlling person, no blocked owner and no "
                   "more than 100% ownership."
           END-IF.
       RECERTIFY-OWNERS-EXIT.
           EXIT.

       LOG-OWNER-CHANGE.
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID.
