       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIDER_MAINT.

      *> Staff and insider register (supervisor): ties an operator
      *> to their own customer record and to the related parties
      *> they declare, and marks directors and executive officers,
      *> in insiders.db. Links are ended, never deleted, so the
      *> register still answers who was an insider on a past date.
      *> Every change goes to change history under field INSIDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT INSIDER-FILE ASSIGN TO "insiders.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-KEY
               FILE STATUS IS INSIDER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD OPERATOR-FILE.
       COPY "operator_record.cpy".

       FD INSIDER-FILE.
       COPY "insider_record.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS  PIC XX.
       01 OPERATOR-FILE-STATUS PIC XX.
       01 INSIDER-FILE-STATUS  PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-USER-ID       PIC 9(10).
       01 WS-LINK-OP-ID    PIC 9(10).
       01 WS-RELATION      PIC X(01).
       01 WS-DESCRIPTION   PIC X(30).
       01 WS-RELATION-TEXT PIC X(10).
       01 WS-OP-NAME       PIC X(30).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-OK            PIC 9 VALUE 0.
       01 WS-LISTED-COUNT  PIC 9(6) VALUE 0.
       01 WS-HIST-FIELD    PIC X(20) VALUE "INSIDER".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Staff and insider register."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN I-O INSIDER-FILE
           IF INSIDER-FILE-STATUS = "35"
               OPEN OUTPUT INSIDER-FILE
               CLOSE INSIDER-FILE
               OPEN I-O INSIDER-FILE
           END-IF
           DISPLAY "1. Show a customer's insider links"
           DISPLAY "2. Link an operator to a customer "
               "(own record / related party)"
           DISPLAY "3. Record a director or executive officer"
           DISPLAY "4. End an insider link"
           DISPLAY "5. List all active insiders"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM GET-CUSTOMER THRU GET-CUSTOMER-EXIT
                   IF WS-USER-ID NOT = 0
                       PERFORM SHOW-LINKS
                   END-IF
               WHEN 2
                   PERFORM GET-CUSTOMER THRU GET-CUSTOMER-EXIT
                   IF WS-USER-ID NOT = 0
                       PERFORM LINK-OPERATOR THRU LINK-OPERATOR-EXIT
                   END-IF
               WHEN 3
                   PERFORM GET-CUSTOMER THRU GET-CUSTOMER-EXIT
                   IF WS-USER-ID NOT = 0
                       PERFORM RECORD-DIRECTOR-OFFICER
                           THRU RECORD-DIRECTOR-OFFICER-EXIT
                   END-IF
               WHEN 4
                   PERFORM GET-CUSTOMER THRU GET-CUSTOMER-EXIT
                   IF WS-USER-ID NOT = 0
                       PERFORM END-LINK THRU END-LINK-EXIT
                   END-IF
               WHEN 5
                   PERFORM LIST-ALL-INSIDERS
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE INSIDER-FILE
           GOBACK.

       GET-CUSTOMER.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               MOVE 0 TO WS-USER-ID
               GO TO GET-CUSTOMER-EXIT
           END-IF
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User " WS-USER-ID " not found."
                   MOVE 0 TO WS-USER-ID
           END-READ
           CLOSE USER-DB-FILE.
       GET-CUSTOMER-EXIT.
           EXIT.

       SET-RELATION-TEXT.
           EVALUATE TRUE
               WHEN INS-IS-SELF
                   MOVE "OWN RECORD" TO WS-RELATION-TEXT
               WHEN INS-IS-RELATED
                   MOVE "RELATED" TO WS-RELATION-TEXT
               WHEN INS-IS-DIRECTOR
                   MOVE "DIRECTOR" TO WS-RELATION-TEXT
               WHEN INS-IS-OFFICER
                   MOVE "OFFICER" TO WS-RELATION-TEXT
               WHEN OTHER
                   MOVE INS-RELATION TO WS-RELATION-TEXT
           END-EVALUATE.

       SHOW-ONE-LINK.
           PERFORM SET-RELATION-TEXT
           IF INS-IS-ACTIVE
               DISPLAY "  User " INS-USER-ID " " WS-RELATION-TEXT
                   " operator " INS-OP-ID " " INS-DESCRIPTION
                   " since " INS-START-DATE
           ELSE
               DISPLAY "  User " INS-USER-ID " " WS-RELATION-TEXT
                   " operator " INS-OP-ID " " INS-DESCRIPTION
                   " " INS-START-DATE " - " INS-END-DATE " (ENDED)"
           END-IF.

       SHOW-LINKS.
           MOVE 0 TO WS-LISTED-COUNT
           DISPLAY "User " WS-USER-ID " " USER-REC-NAME
           MOVE WS-USER-ID TO INS-USER-ID
           MOVE 0 TO INS-OP-ID
           START INSIDER-FILE KEY IS >= INS-KEY
               INVALID KEY
                   MOVE "10" TO INSIDER-FILE-STATUS
           END-START
           PERFORM UNTIL INSIDER-FILE-STATUS = "10"
               READ INSIDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF INS-USER-ID NOT = WS-USER-ID
                   EXIT PERFORM
               END-IF
               PERFORM SHOW-ONE-LINK
               ADD 1 TO WS-LISTED-COUNT
           END-PERFORM
           MOVE "00" TO INSIDER-FILE-STATUS
           IF WS-LISTED-COUNT = 0
               DISPLAY "  Not an insider."
           END-IF.

      *> An operator may be linked to their own customer record and
      *> to any number of related parties they declare.
       LINK-OPERATOR.
           DISPLAY "Operator ID: "
           ACCEPT WS-LINK-OP-ID
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF WS-OK = 0
               GO TO LINK-OPERATOR-EXIT
           END-IF
           DISPLAY "[S] operator's own record or [R] related party: "
           ACCEPT WS-RELATION
           MOVE FUNCTION UPPER-CASE(WS-RELATION) TO WS-RELATION
           IF WS-RELATION NOT = "S" AND WS-RELATION NOT = "R"
               DISPLAY "Relation must be S or R - cancelled."
               GO TO LINK-OPERATOR-EXIT
           END-IF
           IF WS-RELATION = "S"
               MOVE "STAFF MEMBER" TO WS-DESCRIPTION
           ELSE
               DISPLAY "Relationship (e.g. SPOUSE, PARENT, "
                   "OWN BUSINESS): "
               ACCEPT WS-DESCRIPTION
               MOVE FUNCTION UPPER-CASE(WS-DESCRIPTION)
                   TO WS-DESCRIPTION
           END-IF
           PERFORM WRITE-LINK THRU WRITE-LINK-EXIT.
       LINK-OPERATOR-EXIT.
           EXIT.

      *> A director or officer who also signs on at a terminal is
      *> linked to their operator ID as well, so their own postings
      *> are caught; otherwise the link carries operator zero.
       RECORD-DIRECTOR-OFFICER.
           DISPLAY "[D] director or [O] executive officer: "
           ACCEPT WS-RELATION
           MOVE FUNCTION UPPER-CASE(WS-RELATION) TO WS-RELATION
           IF WS-RELATION NOT = "D" AND WS-RELATION NOT = "O"
               DISPLAY "Relation must be D or O - cancelled."
               GO TO RECORD-DIRECTOR-OFFICER-EXIT
           END-IF
           DISPLAY "Title (e.g. CHAIR, CHIEF CREDIT OFFICER): "
           ACCEPT WS-DESCRIPTION
           MOVE FUNCTION UPPER-CASE(WS-DESCRIPTION) TO WS-DESCRIPTION
           DISPLAY "Their operator ID if they sign on (0 if not): "
           ACCEPT WS-LINK-OP-ID
           IF WS-LINK-OP-ID NOT = 0
               PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
               IF WS-OK = 0
                   GO TO RECORD-DIRECTOR-OFFICER-EXIT
               END-IF
           END-IF
           PERFORM WRITE-LINK THRU WRITE-LINK-EXIT.
       RECORD-DIRECTOR-OFFICER-EXIT.
           EXIT.

       CHECK-OPERATOR.
           MOVE 0 TO WS-OK
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "operator.db         " OPERATOR-FILE-STATUS
               GO TO CHECK-OPERATOR-EXIT
           END-IF
           MOVE WS-LINK-OP-ID TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator " WS-LINK-OP-ID " not found."
               NOT INVALID KEY
                   MOVE OP-NAME TO WS-OP-NAME
                   MOVE 1 TO WS-OK
           END-READ
           CLOSE OPERATOR-FILE.
       CHECK-OPERATOR-EXIT.
           EXIT.

      *> A link that was ended before is re-opened in place rather
      *> than duplicated.
       WRITE-LINK.
           MOVE WS-USER-ID TO INS-USER-ID
           MOVE WS-LINK-OP-ID TO INS-OP-ID
           READ INSIDER-FILE
               INVALID KEY
                   MOVE 0 TO WS-OK
               NOT INVALID KEY
                   MOVE 1 TO WS-OK
           END-READ
           IF WS-OK = 1 AND INS-IS-ACTIVE
               DISPLAY "That link is already on file:"
               PERFORM SHOW-ONE-LINK
               GO TO WRITE-LINK-EXIT
           END-IF
           IF WS-OK = 1
               PERFORM SET-RELATION-TEXT
               MOVE SPACES TO WS-HIST-OLD
               STRING "ENDED " WS-RELATION-TEXT " OP " INS-OP-ID
                   DELIMITED BY SIZE INTO WS-HIST-OLD
           ELSE
               MOVE "NOT AN INSIDER" TO WS-HIST-OLD
           END-IF
           MOVE WS-USER-ID       TO INS-USER-ID
           MOVE WS-LINK-OP-ID    TO INS-OP-ID
           MOVE WS-RELATION      TO INS-RELATION
           MOVE WS-DESCRIPTION   TO INS-DESCRIPTION
           MOVE "A"              TO INS-STATUS
           MOVE WS-BUSINESS-DATE TO INS-START-DATE
           MOVE 0                TO INS-END-DATE
           MOVE WS-OPERATOR-ID   TO INS-RECORDED-BY
           IF WS-OK = 1
               REWRITE INSIDER-RECORD
           ELSE
               WRITE INSIDER-RECORD
           END-IF
           PERFORM SET-RELATION-TEXT
           MOVE SPACES TO WS-HIST-NEW
           STRING WS-RELATION-TEXT " OP " INS-OP-ID " "
               INS-DESCRIPTION
               DELIMITED BY SIZE INTO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Insider link recorded:"
           PERFORM SHOW-ONE-LINK.
       WRITE-LINK-EXIT.
           EXIT.

       END-LINK.
           PERFORM SHOW-LINKS
           IF WS-LISTED-COUNT = 0
               GO TO END-LINK-EXIT
           END-IF
           DISPLAY "Operator ID on the link to end (0 for a director "
               "or officer with no sign-on): "
           ACCEPT WS-LINK-OP-ID
           MOVE WS-USER-ID TO INS-USER-ID
           MOVE WS-LINK-OP-ID TO INS-OP-ID
           READ INSIDER-FILE
               INVALID KEY
                   DISPLAY "No such link on file."
                   GO TO END-LINK-EXIT
           END-READ
           IF INS-IS-ENDED
               DISPLAY "That link is already ended."
               GO TO END-LINK-EXIT
           END-IF
           PERFORM SET-RELATION-TEXT
           MOVE SPACES TO WS-HIST-OLD
           STRING WS-RELATION-TEXT " OP " INS-OP-ID " "
               INS-DESCRIPTION
               DELIMITED BY SIZE INTO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "ENDED " WS-RELATION-TEXT " OP " INS-OP-ID
               DELIMITED BY SIZE INTO WS-HIST-NEW
           MOVE "E" TO INS-STATUS
           MOVE WS-BUSINESS-DATE TO INS-END-DATE
           REWRITE INSIDER-RECORD
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Insider link ended as of " WS-BUSINESS-DATE ".".
       END-LINK-EXIT.
           EXIT.

       LIST-ALL-INSIDERS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 0 TO INS-USER-ID
           MOVE 0 TO INS-OP-ID
           START INSIDER-FILE KEY IS >= INS-KEY
               INVALID KEY
                   MOVE "10" TO INSIDER-FILE-STATUS
           END-START
           PERFORM UNTIL INSIDER-FILE-STATUS = "10"
               READ INSIDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF INS-IS-ACTIVE
                           PERFORM SHOW-ONE-LINK
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO INSIDER-FILE-STATUS
           DISPLAY "Active insider links: " WS-LISTED-COUNT.
