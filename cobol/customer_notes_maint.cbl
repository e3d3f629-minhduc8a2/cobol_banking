       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER_NOTES_MAINT.

      *> Customer notes maintenance: adds, removes and lists the
      *> notes branch staff keep on a customer (customer_note_record.
      *> cpy). A note carries its type, priority - Warning notes are
      *> put in front of every operator who pulls the customer up,
      *> through SHOW_WARNING_NOTES - the signed-on operator as its
      *> author, the business date, and an optional expiry date.
      *> Removing a note only marks it removed, with who and when.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-NOTE-FILE ASSIGN TO "customer_notes.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS CUSTOMER-NOTE-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-NOTE-FILE.
       COPY "customer_note_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       WORKING-STORAGE SECTION.
       01 CUSTOMER-NOTE-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS       PIC XX.
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-USER-ID        PIC 9(10).
       01 WS-NOTE-ID        PIC 9(10).
       01 WS-SEQ-STATUS     PIC 9 VALUE 1.
       01 WS-OPERATOR-ID    PIC 9(10) VALUE 0.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-NOTE-COUNT     PIC 9(4) VALUE 0.
       01 WS-SHOW-STATE     PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Customer notes maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN I-O CUSTOMER-NOTE-FILE
           IF CUSTOMER-NOTE-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-NOTE-FILE
               CLOSE CUSTOMER-NOTE-FILE
               OPEN I-O CUSTOMER-NOTE-FILE
           END-IF
           DISPLAY "1. Add a note"
           DISPLAY "2. Remove a note"
           DISPLAY "3. List a customer's notes"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ADD-NOTE THRU ADD-NOTE-EXIT
               WHEN 2
                   PERFORM REMOVE-NOTE THRU REMOVE-NOTE-EXIT
               WHEN 3
                   PERFORM LIST-NOTES THRU LIST-NOTES-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE CUSTOMER-NOTE-FILE
           GOBACK.

       ADD-NOTE.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               GO TO ADD-NOTE-EXIT
           END-IF
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "No such customer - note not added."
                   CLOSE USER-DB-FILE
                   GO TO ADD-NOTE-EXIT
           END-READ
           CLOSE USER-DB-FILE
           DISPLAY "Note for " USER-REC-NAME
           INITIALIZE CUSTOMER-NOTE-RECORD
           DISPLAY "Note type (SERVICE / SECURITY / CLOSING / "
               "GENERAL): "
           ACCEPT CN-NOTE-TYPE
           MOVE FUNCTION UPPER-CASE(CN-NOTE-TYPE) TO CN-NOTE-TYPE
           IF NOT CN-TYPE-VALID
               DISPLAY "Unknown note type - note not added."
               GO TO ADD-NOTE-EXIT
           END-IF
           DISPLAY "Priority - W (warning, shown on pull-up) or "
               "I (info): "
           ACCEPT CN-PRIORITY
           MOVE FUNCTION UPPER-CASE(CN-PRIORITY) TO CN-PRIORITY
           IF NOT CN-IS-WARNING AND NOT CN-IS-INFO
               DISPLAY "Priority must be W or I - note not added."
               GO TO ADD-NOTE-EXIT
           END-IF
           DISPLAY "Note text: "
           ACCEPT CN-TEXT
           IF CN-TEXT = SPACES
               DISPLAY "Empty note - not added."
               GO TO ADD-NOTE-EXIT
           END-IF
           DISPLAY "Expiry date YYYYMMDD (0 = never): "
           ACCEPT CN-EXPIRY-DATE
           IF CN-EXPIRY-DATE NOT = 0
              AND (FUNCTION TEST-DATE-YYYYMMDD(CN-EXPIRY-DATE) NOT = 0
                   OR CN-EXPIRY-DATE < WS-BUSINESS-DATE)
               DISPLAY "Expiry must be a date from today on - note "
                   "not added."
               GO TO ADD-NOTE-EXIT
           END-IF
           CALL "GET_NEXT_SEQ" USING "CUSTOMER-NOTE-ID    "
                                      WS-NOTE-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to generate a note ID - note not "
                   "added."
               GO TO ADD-NOTE-EXIT
           END-IF
           MOVE WS-USER-ID TO CN-USER-ID
           MOVE WS-NOTE-ID TO CN-NOTE-ID
           MOVE WS-OPERATOR-ID TO CN-AUTHOR-OP-ID
           MOVE WS-BUSINESS-DATE TO CN-CREATED-DATE
           MOVE "A" TO CN-STATUS
           MOVE 0 TO CN-REMOVED-BY-OP-ID
           MOVE 0 TO CN-REMOVED-DATE
           WRITE CUSTOMER-NOTE-RECORD
               INVALID KEY
                   DISPLAY "Note could not be written."
                   GO TO ADD-NOTE-EXIT
           END-WRITE
           DISPLAY "Note " WS-NOTE-ID " added for user " WS-USER-ID
               ".".
       ADD-NOTE-EXIT.
           EXIT.

       REMOVE-NOTE.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           DISPLAY "Note ID: "
           ACCEPT WS-NOTE-ID
           MOVE WS-USER-ID TO CN-USER-ID
           MOVE WS-NOTE-ID TO CN-NOTE-ID
           READ CUSTOMER-NOTE-FILE
               INVALID KEY
                   DISPLAY "No such note."
                   GO TO REMOVE-NOTE-EXIT
           END-READ
           IF CN-IS-REMOVED
               DISPLAY "Note already removed."
               GO TO REMOVE-NOTE-EXIT
           END-IF
           MOVE "R" TO CN-STATUS
           MOVE WS-OPERATOR-ID TO CN-REMOVED-BY-OP-ID
           MOVE WS-BUSINESS-DATE TO CN-REMOVED-DATE
           REWRITE CUSTOMER-NOTE-RECORD
           DISPLAY "Note removed.".
       REMOVE-NOTE-EXIT.
           EXIT.

       LIST-NOTES.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           MOVE 0 TO WS-NOTE-COUNT
           MOVE WS-USER-ID TO CN-USER-ID
           MOVE 0 TO CN-NOTE-ID
           START CUSTOMER-NOTE-FILE KEY IS >= CN-KEY
               INVALID KEY
                   DISPLAY "No notes on file."
                   GO TO LIST-NOTES-EXIT
           END-START
           PERFORM UNTIL CUSTOMER-NOTE-FILE-STATUS = "10"
               READ CUSTOMER-NOTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CN-USER-ID NOT = WS-USER-ID
                           EXIT PERFORM
                       END-IF
                       PERFORM LIST-ONE-NOTE
               END-READ
           END-PERFORM
           IF WS-NOTE-COUNT = 0
               DISPLAY "No notes on file."
           END-IF.
       LIST-NOTES-EXIT.
           EXIT.

       LIST-ONE-NOTE.
           ADD 1 TO WS-NOTE-COUNT
           EVALUATE TRUE
               WHEN CN-IS-REMOVED
                   MOVE "REMOVED" TO WS-SHOW-STATE
               WHEN CN-EXPIRY-DATE NOT = 0
                    AND CN-EXPIRY-DATE < WS-BUSINESS-DATE
                   MOVE "EXPIRED" TO WS-SHOW-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-SHOW-STATE
           END-EVALUATE
           DISPLAY CN-NOTE-ID " " CN-PRIORITY " " CN-NOTE-TYPE " "
               WS-SHOW-STATE " by " CN-AUTHOR-OP-ID " on "
               CN-CREATED-DATE " expires " CN-EXPIRY-DATE
           DISPLAY "    " CN-TEXT.
