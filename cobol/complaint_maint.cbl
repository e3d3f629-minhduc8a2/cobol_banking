       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT_MAINT.

      *> Customer complaint register: logs a complaint - customer,
      *> account, branch, operator involved, category, description
      *> and date received - and works out its regulatory response
      *> deadline (COMPLAINT-RESP-DAYS calendar days after
      *> receipt). The handler then moves it through acknowledged,
      *> investigating, resolved and closed, adding dated notes as
      *> the work goes; every status change writes its own note, so
      *> the history of a complaint is one keyed read. The daily
      *> COMPLAINT_AGING report watches the deadlines and the monthly
      *> COMPLAINT_SUMMARY goes to management.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaints.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               ALTERNATE RECORD KEY IS CMP-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS COMPLAINT-FILE-STATUS.
           SELECT COMPLAINT-NOTE-FILE ASSIGN TO "complaint_notes.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNO-KEY
               FILE STATUS IS COMPLAINT-NOTE-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       COPY "complaint_record.cpy".

       FD COMPLAINT-NOTE-FILE.
       COPY "complaint_note_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD OPERATOR-FILE.
       COPY "operator_record.cpy".

       WORKING-STORAGE SECTION.
       01 COMPLAINT-FILE-STATUS      PIC XX.
       01 COMPLAINT-NOTE-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS        PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 OPERATOR-FILE-STATUS       PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-COMPLAINT-ID  PIC 9(10).
       01 WS-USER-ID       PIC 9(10).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-TODAY-INT     PIC 9(9).
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-RESPONSE-DAYS PIC 9(3) VALUE 15.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-VALID         PIC 9 VALUE 0.
       01 WS-CATEGORY      PIC X(10).
           88 WS-CATEGORY-OK VALUE "FEES" "SERVICE" "ERROR" "FRAUD"
                                   "LENDING" "PRIVACY" "OTHER".
       01 WS-NEW-STATUS    PIC X(01).
       01 WS-STATUS-TEXT   PIC X(13).
       01 WS-NOTE-TEXT     PIC X(60).
       01 WS-STATUS-NOTE   PIC X(38).
       01 WS-BRANCH-INPUT  PIC X(04).
       01 WS-NEXT-NOTE-SEQ PIC 9(4).
       01 WS-DAYS-LEFT     PIC S9(5).
       01 WS-COUNT         PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Customer complaint register."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           MOVE "COMPLAINT-RESP-DAYS" TO WS-PARAM-NAME
           MOVE "15" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-RESPONSE-DAYS
           IF WS-RESPONSE-DAYS = 0
               MOVE 15 TO WS-RESPONSE-DAYS
           END-IF
           OPEN I-O COMPLAINT-FILE
           IF COMPLAINT-FILE-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF
           OPEN I-O COMPLAINT-NOTE-FILE
           IF COMPLAINT-NOTE-FILE-STATUS = "35"
               OPEN OUTPUT COMPLAINT-NOTE-FILE
               CLOSE COMPLAINT-NOTE-FILE
               OPEN I-O COMPLAINT-NOTE-FILE
           END-IF
           DISPLAY "1. Log a new complaint"
           DISPLAY "2. Change a complaint's status"
           DISPLAY "3. Add a note to a complaint"
           DISPLAY "4. Show one complaint with its notes"
           DISPLAY "5. List a customer's complaints"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LOG-COMPLAINT THRU LOG-COMPLAINT-EXIT
               WHEN 2
                   PERFORM CHANGE-STATUS THRU CHANGE-STATUS-EXIT
               WHEN 3
                   PERFORM ADD-COMPLAINT-NOTE
                       THRU ADD-COMPLAINT-NOTE-EXIT
               WHEN 4
                   PERFORM SHOW-COMPLAINT THRU SHOW-COMPLAINT-EXIT
               WHEN 5
                   PERFORM LIST-CUSTOMER-COMPLAINTS
                       THRU LIST-CUSTOMER-COMPLAINTS-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE COMPLAINT-FILE
           CLOSE COMPLAINT-NOTE-FILE
           GOBACK.

       LOG-COMPLAINT.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           PERFORM CHECK-CUSTOMER THRU CHECK-CUSTOMER-EXIT
           IF WS-VALID = 0
               GO TO LOG-COMPLAINT-EXIT
           END-IF
           INITIALIZE COMPLAINT-RECORD
           MOVE WS-USER-ID TO CMP-USER-ID
           MOVE "MAIN" TO CMP-BRANCH-CODE
           DISPLAY "Account type complained about (blank if none): "
           ACCEPT CMP-ACCOUNT-TYPE
           IF CMP-ACCOUNT-TYPE NOT = SPACES
               PERFORM FIND-ACCOUNT-BRANCH THRU FIND-ACCOUNT-BRANCH-EXIT
               IF WS-VALID = 0
                   GO TO LOG-COMPLAINT-EXIT
               END-IF
           END-IF
           DISPLAY "Branch code (blank for " CMP-BRANCH-CODE "): "
           MOVE SPACES TO WS-BRANCH-INPUT
           ACCEPT WS-BRANCH-INPUT
           IF WS-BRANCH-INPUT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-BRANCH-INPUT)
                   TO CMP-BRANCH-CODE
           END-IF
           DISPLAY "Operator involved (0 if none): "
           ACCEPT CMP-OPERATOR-INVOLVED
           IF CMP-OPERATOR-INVOLVED NOT = 0
               PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
               IF WS-VALID = 0
                   GO TO LOG-COMPLAINT-EXIT
               END-IF
           END-IF
           DISPLAY "Category (FEES/SERVICE/ERROR/FRAUD/LENDING/"
               "PRIVACY/OTHER): "
           ACCEPT WS-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY) TO WS-CATEGORY
           IF NOT WS-CATEGORY-OK
               DISPLAY "Unknown category - complaint not logged."
               GO TO LOG-COMPLAINT-EXIT
           END-IF
           MOVE WS-CATEGORY TO CMP-CATEGORY
           DISPLAY "Description: "
           ACCEPT CMP-DESCRIPTION
           IF CMP-DESCRIPTION = SPACES
               DISPLAY "Description is required - complaint not "
                   "logged."
               GO TO LOG-COMPLAINT-EXIT
           END-IF
           DISPLAY "Date received YYYYMMDD (0 for today): "
           ACCEPT CMP-RECEIVED-DATE
           IF CMP-RECEIVED-DATE = 0
               MOVE WS-BUSINESS-DATE TO CMP-RECEIVED-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CMP-RECEIVED-DATE) NOT = 0
              OR CMP-RECEIVED-DATE > WS-BUSINESS-DATE
               DISPLAY "Received date must be a real date no later "
                   "than today - complaint not logged."
               GO TO LOG-COMPLAINT-EXIT
           END-IF
           COMPUTE CMP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE)
               + WS-RESPONSE-DAYS)
           CALL "GET_NEXT_SEQ" USING "COMPLAINT-ID        "
                                      WS-COMPLAINT-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to generate a complaint ID."
               GO TO LOG-COMPLAINT-EXIT
           END-IF
           MOVE WS-COMPLAINT-ID TO CMP-ID
           MOVE WS-OPERATOR-ID  TO CMP-RECORDED-BY
           MOVE "R"             TO CMP-STATUS
           WRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "Complaint ID " WS-COMPLAINT-ID
                       " already on file - not logged."
                   GO TO LOG-COMPLAINT-EXIT
           END-WRITE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "RECEIVED " CMP-RECEIVED-DATE " RESPONSE DUE "
               CMP-DUE-DATE
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM WRITE-NOTE
           DISPLAY "Complaint #" WS-COMPLAINT-ID " logged - "
               "response due by " CMP-DUE-DATE ".".
       LOG-COMPLAINT-EXIT.
           EXIT.

       CHECK-CUSTOMER.
           MOVE 0 TO WS-VALID
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               GO TO CHECK-CUSTOMER-EXIT
           END-IF
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User " WS-USER-ID " not found."
               NOT INVALID KEY
                   MOVE 1 TO WS-VALID
           END-READ
           CLOSE USER-DB-FILE.
       CHECK-CUSTOMER-EXIT.
           EXIT.

      *> The complaint is booked to the branch that owns the account
      *> complained about; the handler can still override it.
       FIND-ACCOUNT-BRANCH.
           MOVE 0 TO WS-VALID
           MOVE FUNCTION UPPER-CASE(CMP-ACCOUNT-TYPE)
               TO CMP-ACCOUNT-TYPE
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO FIND-ACCOUNT-BRANCH-EXIT
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE CMP-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "Customer has no " CMP-ACCOUNT-TYPE
                       " account - complaint not logged."
               NOT INVALID KEY
                   MOVE 1 TO WS-VALID
                   IF BALANCE-REC-BRANCH-CODE NOT = SPACES
                       MOVE BALANCE-REC-BRANCH-CODE
                           TO CMP-BRANCH-CODE
                   END-IF
           END-READ
           CLOSE BALANCE-DB-FILE.
       FIND-ACCOUNT-BRANCH-EXIT.
           EXIT.

       CHECK-OPERATOR.
           MOVE 0 TO WS-VALID
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "operator.db         " OPERATOR-FILE-STATUS
               GO TO CHECK-OPERATOR-EXIT
           END-IF
           MOVE CMP-OPERATOR-INVOLVED TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator " CMP-OPERATOR-INVOLVED
                       " not found - complaint not logged."
               NOT INVALID KEY
                   MOVE 1 TO WS-VALID
           END-READ
           CLOSE OPERATOR-FILE.
       CHECK-OPERATOR-EXIT.
           EXIT.

       READ-COMPLAINT.
           MOVE 0 TO WS-VALID
           DISPLAY "Complaint ID: "
           ACCEPT WS-COMPLAINT-ID
           MOVE WS-COMPLAINT-ID TO CMP-ID
           READ COMPLAINT-FILE
               INVALID KEY
                   DISPLAY "No such complaint."
               NOT INVALID KEY
                   MOVE 1 TO WS-VALID
           END-READ.

      *> Status only moves forward, one or more steps at a time; a
      *> complaint closes only once it has been resolved.
       CHANGE-STATUS.
           PERFORM READ-COMPLAINT
           IF WS-VALID = 0
               GO TO CHANGE-STATUS-EXIT
           END-IF
           PERFORM SET-STATUS-TEXT
           DISPLAY "Complaint #" CMP-ID " is " WS-STATUS-TEXT
           IF CMP-IS-CLOSED
               DISPLAY "Complaint is closed - no further changes."
               GO TO CHANGE-STATUS-EXIT
           END-IF
           DISPLAY "New status ([A]cknowledged / [I]nvestigating / "
               "re[S]olved / [C]losed): "
           ACCEPT WS-NEW-STATUS
           MOVE FUNCTION UPPER-CASE(WS-NEW-STATUS) TO WS-NEW-STATUS
           EVALUATE TRUE
               WHEN WS-NEW-STATUS = "A" AND CMP-IS-RECEIVED
                   MOVE WS-BUSINESS-DATE TO CMP-ACK-DATE
               WHEN WS-NEW-STATUS = "I"
                    AND (CMP-IS-RECEIVED OR CMP-IS-ACKNOWLEDGED)
                   IF CMP-ACK-DATE = 0
                       MOVE WS-BUSINESS-DATE TO CMP-ACK-DATE
                   END-IF
               WHEN WS-NEW-STATUS = "S" AND CMP-IS-OPEN
                   IF CMP-ACK-DATE = 0
                       MOVE WS-BUSINESS-DATE TO CMP-ACK-DATE
                   END-IF
                   MOVE WS-BUSINESS-DATE TO CMP-RESOLVED-DATE
               WHEN WS-NEW-STATUS = "C" AND CMP-IS-RESOLVED
                   MOVE WS-BUSINESS-DATE TO CMP-CLOSED-DATE
               WHEN WS-NEW-STATUS = "C"
                   DISPLAY "Resolve the complaint before closing it."
                   GO TO CHANGE-STATUS-EXIT
               WHEN OTHER
                   DISPLAY "Status cannot move from " WS-STATUS-TEXT
                       " to " WS-NEW-STATUS " - unchanged."
                   GO TO CHANGE-STATUS-EXIT
           END-EVALUATE
           MOVE WS-NEW-STATUS TO CMP-STATUS
           REWRITE COMPLAINT-RECORD
           PERFORM SET-STATUS-TEXT
           DISPLAY "Note on the change (optional): "
           MOVE SPACES TO WS-STATUS-NOTE
           ACCEPT WS-STATUS-NOTE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "STATUS " WS-STATUS-TEXT " " WS-STATUS-NOTE
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM WRITE-NOTE
           IF CMP-IS-RESOLVED AND CMP-RESOLVED-DATE > CMP-DUE-DATE
               DISPLAY "Complaint #" CMP-ID " is " WS-STATUS-TEXT
                   " - AFTER its response deadline " CMP-DUE-DATE
                   "."
           ELSE
               DISPLAY "Complaint #" CMP-ID " is now "
                   WS-STATUS-TEXT "."
           END-IF.
       CHANGE-STATUS-EXIT.
           EXIT.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN CMP-IS-RECEIVED
                   MOVE "RECEIVED" TO WS-STATUS-TEXT
               WHEN CMP-IS-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO WS-STATUS-TEXT
               WHEN CMP-IS-INVESTIGATING
                   MOVE "INVESTIGATING" TO WS-STATUS-TEXT
               WHEN CMP-IS-RESOLVED
                   MOVE "RESOLVED" TO WS-STATUS-TEXT
               WHEN CMP-IS-CLOSED
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

       ADD-COMPLAINT-NOTE.
           PERFORM READ-COMPLAINT
           IF WS-VALID = 0
               GO TO ADD-COMPLAINT-NOTE-EXIT
           END-IF
           DISPLAY "Note: "
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
               DISPLAY "Empty note - nothing added."
               GO TO ADD-COMPLAINT-NOTE-EXIT
           END-IF
           PERFORM WRITE-NOTE
           DISPLAY "Note " WS-NEXT-NOTE-SEQ " added to complaint "
               WS-COMPLAINT-ID ".".
       ADD-COMPLAINT-NOTE-EXIT.
           EXIT.

       WRITE-NOTE.
           MOVE CMP-ID TO WS-COMPLAINT-ID
           PERFORM FIND-NEXT-NOTE-SEQ THRU FIND-NEXT-NOTE-SEQ-EXIT
           MOVE WS-COMPLAINT-ID  TO CNO-COMPLAINT-ID
           MOVE WS-NEXT-NOTE-SEQ TO CNO-SEQ
           MOVE WS-BUSINESS-DATE TO CNO-NOTE-DATE
           MOVE WS-OPERATOR-ID   TO CNO-OPERATOR-ID
           MOVE WS-NOTE-TEXT     TO CNO-TEXT
           WRITE COMPLAINT-NOTE-RECORD.

       FIND-NEXT-NOTE-SEQ.
           MOVE 1 TO WS-NEXT-NOTE-SEQ
           MOVE WS-COMPLAINT-ID TO CNO-COMPLAINT-ID
           MOVE 0 TO CNO-SEQ
           START COMPLAINT-NOTE-FILE KEY IS >= CNO-KEY
               INVALID KEY
                   GO TO FIND-NEXT-NOTE-SEQ-EXIT
           END-START
           PERFORM UNTIL COMPLAINT-NOTE-FILE-STATUS = "10"
               READ COMPLAINT-NOTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CNO-COMPLAINT-ID NOT = WS-COMPLAINT-ID
                           EXIT PERFORM
                       END-IF
                       COMPUTE WS-NEXT-NOTE-SEQ = CNO-SEQ + 1
               END-READ
           END-PERFORM
           MOVE "00" TO COMPLAINT-NOTE-FILE-STATUS.
       FIND-NEXT-NOTE-SEQ-EXIT.
           EXIT.

       SHOW-COMPLAINT.
           PERFORM READ-COMPLAINT
           IF WS-VALID = 0
               GO TO SHOW-COMPLAINT-EXIT
           END-IF
           PERFORM DISPLAY-ONE-COMPLAINT
           DISPLAY "  " CMP-DESCRIPTION
           DISPLAY "  Account " CMP-ACCOUNT-TYPE " branch "
               CMP-BRANCH-CODE " operator involved "
               CMP-OPERATOR-INVOLVED
           DISPLAY "  Acknowledged " CMP-ACK-DATE " resolved "
               CMP-RESOLVED-DATE " closed " CMP-CLOSED-DATE
           MOVE WS-COMPLAINT-ID TO CNO-COMPLAINT-ID
           MOVE 0 TO CNO-SEQ
           START COMPLAINT-NOTE-FILE KEY IS >= CNO-KEY
               INVALID KEY
                   GO TO SHOW-COMPLAINT-EXIT
           END-START
           PERFORM UNTIL COMPLAINT-NOTE-FILE-STATUS = "10"
               READ COMPLAINT-NOTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CNO-COMPLAINT-ID NOT = WS-COMPLAINT-ID
                           EXIT PERFORM
                       END-IF
                       DISPLAY "  " CNO-NOTE-DATE " op "
                           CNO-OPERATOR-ID ": " CNO-TEXT
               END-READ
           END-PERFORM
           MOVE "00" TO COMPLAINT-NOTE-FILE-STATUS.
       SHOW-COMPLAINT-EXIT.
           EXIT.

       DISPLAY-ONE-COMPLAINT.
           PERFORM SET-STATUS-TEXT
           IF CMP-IS-OPEN
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(CMP-DUE-DATE)
                   - WS-TODAY-INT
               DISPLAY "Complaint #" CMP-ID " user " CMP-USER-ID
                   " " CMP-CATEGORY " received " CMP-RECEIVED-DATE
                   " " WS-STATUS-TEXT " due " CMP-DUE-DATE
                   " (" WS-DAYS-LEFT " days)"
           ELSE
               DISPLAY "Complaint #" CMP-ID " user " CMP-USER-ID
                   " " CMP-CATEGORY " received " CMP-RECEIVED-DATE
                   " " WS-STATUS-TEXT
           END-IF.

       LIST-CUSTOMER-COMPLAINTS.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           MOVE 0 TO WS-COUNT
           MOVE WS-USER-ID TO CMP-USER-ID
           START COMPLAINT-FILE KEY IS >= CMP-USER-ID
               INVALID KEY
                   DISPLAY "No complaints on file for user "
                       WS-USER-ID "."
                   GO TO LIST-CUSTOMER-COMPLAINTS-EXIT
           END-START
           PERFORM UNTIL COMPLAINT-FILE-STATUS = "10"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CMP-USER-ID NOT = WS-USER-ID
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-COUNT
                       PERFORM DISPLAY-ONE-COMPLAINT
               END-READ
           END-PERFORM
           DISPLAY "Complaints: " WS-COUNT.
       LIST-CUSTOMER-COMPLAINTS-EXIT.
           EXIT.
