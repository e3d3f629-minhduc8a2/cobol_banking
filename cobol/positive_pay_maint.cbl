       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE_PAY_MAINT.

      *> Positive pay maintenance: enrolls a business customer (or
      *> changes its default rule for undecided exceptions, or ends
      *> the service), lists the checks the customer has issued,
      *> lists the exceptions CHECK_CLEARING is holding, and records
      *> a pay/return decision the customer gives at the counter or
      *> by phone instead of in the decision file. Enrollment changes
      *> go to the customer's change history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT PP-ENROLL-FILE ASSIGN TO "pp_enroll.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPE-USER-ID
               FILE STATUS IS PP-ENROLL-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "positive_pay.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS POSITIVE-PAY-FILE-STATUS.
           SELECT PP-EXCEPTION-FILE ASSIGN TO "pp_exceptions.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-KEY
               FILE STATUS IS PP-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD PP-ENROLL-FILE.
       COPY "pp_enroll_record.cpy".

       FD POSITIVE-PAY-FILE.
       COPY "positive_pay_record.cpy".

       FD PP-EXCEPTION-FILE.
       COPY "pp_exception_record.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS      PIC XX.
       01 PP-ENROLL-FILE-STATUS    PIC XX.
       01 POSITIVE-PAY-FILE-STATUS PIC XX.
       01 PP-EXCEPTION-FILE-STATUS PIC XX.
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-USER-ID        PIC 9(10).
       01 WS-CHECK-NO       PIC 9(8).
       01 WS-ENROLL-FOUND   PIC 9 VALUE 0.
       01 WS-INPUT          PIC X(01).
       01 WS-LISTED         PIC 9(6) VALUE 0.
       01 WS-SCAN-DONE      PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-OPERATOR-ID    PIC 9(10) VALUE 0.
       01 WS-HIST-FIELD     PIC X(20) VALUE "POSITIVE-PAY".
       01 WS-HIST-OLD       PIC X(50).
       01 WS-HIST-NEW       PIC X(50).
       01 WS-DISP-AMOUNT    PIC Z(9)9.99.
       01 WS-DISP-ISSUED    PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Positive pay maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           DISPLAY "1. Enroll / change default rule / end service"
           DISPLAY "2. List a customer's issued checks"
           DISPLAY "3. List open exceptions"
           DISPLAY "4. Record a customer decision"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-ENROLLMENT
                       THRU MAINTAIN-ENROLLMENT-EXIT
               WHEN 2
                   PERFORM LIST-ISSUES THRU LIST-ISSUES-EXIT
               WHEN 3
                   PERFORM LIST-EXCEPTIONS THRU LIST-EXCEPTIONS-EXIT
               WHEN 4
                   PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           GOBACK.

       MAINTAIN-ENROLLMENT.
           DISPLAY "User ID: "
           ACCEPT WS-USER-ID
           OPEN INPUT USER-DB-FILE
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User " WS-USER-ID " not found."
                   CLOSE USER-DB-FILE
                   GO TO MAINTAIN-ENROLLMENT-EXIT
           END-READ
           CLOSE USER-DB-FILE
           IF NOT USER-IS-BUSINESS
               DISPLAY "Positive pay is offered to business "
                   "customers only."
               GO TO MAINTAIN-ENROLLMENT-EXIT
           END-IF
           OPEN I-O PP-ENROLL-FILE
           IF PP-ENROLL-FILE-STATUS = "35"
               OPEN OUTPUT PP-ENROLL-FILE
               CLOSE PP-ENROLL-FILE
               OPEN I-O PP-ENROLL-FILE
           END-IF
           MOVE 0 TO WS-ENROLL-FOUND
           MOVE WS-USER-ID TO PPE-USER-ID
           READ PP-ENROLL-FILE
               INVALID KEY
                   MOVE WS-USER-ID TO PPE-USER-ID
                   MOVE "N" TO PPE-ACTIVE
                   MOVE "R" TO PPE-DEFAULT-DECISION
                   MOVE 0 TO PPE-ENROLLED-DATE
               NOT INVALID KEY
                   MOVE 1 TO WS-ENROLL-FOUND
           END-READ
           MOVE SPACES TO WS-HIST-OLD
           STRING "ACTIVE " PPE-ACTIVE " DEFAULT " PPE-DEFAULT-DECISION
               DELIMITED BY SIZE INTO WS-HIST-OLD
           IF PPE-IS-ACTIVE
               DISPLAY "Enrolled since " PPE-ENROLLED-DATE
                   ", default rule " PPE-DEFAULT-DECISION
               DISPLAY "Keep the service? (Y/N): "
               ACCEPT WS-INPUT
               IF WS-INPUT = "N" OR WS-INPUT = "n"
                   MOVE "N" TO PPE-ACTIVE
               END-IF
           ELSE
               MOVE "Y" TO PPE-ACTIVE
               MOVE WS-BUSINESS-DATE TO PPE-ENROLLED-DATE
           END-IF
           IF PPE-IS-ACTIVE
               DISPLAY "Undecided exceptions at cutoff: "
                   "[R]eturn or [P]ay: "
               ACCEPT WS-INPUT
               MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-INPUT
               IF WS-INPUT = "P"
                   MOVE "P" TO PPE-DEFAULT-DECISION
               ELSE
                   MOVE "R" TO PPE-DEFAULT-DECISION
               END-IF
           END-IF
           IF WS-ENROLL-FOUND = 1
               REWRITE PP-ENROLL-RECORD
           ELSE
               WRITE PP-ENROLL-RECORD
           END-IF
           CLOSE PP-ENROLL-FILE
           MOVE SPACES TO WS-HIST-NEW
           STRING "ACTIVE " PPE-ACTIVE " DEFAULT " PPE-DEFAULT-DECISION
               DELIMITED BY SIZE INTO WS-HIST-NEW
           IF WS-HIST-NEW NOT = WS-HIST-OLD
               CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID
                   WS-HIST-FIELD WS-HIST-OLD WS-HIST-NEW
                   WS-OPERATOR-ID
           END-IF
           IF PPE-IS-ACTIVE
               DISPLAY "User " WS-USER-ID " is enrolled in positive "
                   "pay, default rule " PPE-DEFAULT-DECISION "."
           ELSE
               DISPLAY "Positive pay ended for User " WS-USER-ID "."
           END-IF.
       MAINTAIN-ENROLLMENT-EXIT.
           EXIT.

       LIST-ISSUES.
           DISPLAY "User ID: "
           ACCEPT WS-USER-ID
           OPEN INPUT POSITIVE-PAY-FILE
           IF POSITIVE-PAY-FILE-STATUS NOT = "00"
               DISPLAY "No issued checks on file."
               GO TO LIST-ISSUES-EXIT
           END-IF
           MOVE 0 TO WS-LISTED
           MOVE 0 TO WS-SCAN-DONE
           MOVE WS-USER-ID TO PP-USER-ID
           MOVE 0 TO PP-CHECK-NO
           START POSITIVE-PAY-FILE KEY IS NOT LESS THAN PP-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START
           DISPLAY "Check     Amount        Issued   St Payee"
           PERFORM UNTIL WS-SCAN-DONE = 1
               READ POSITIVE-PAY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE
                   NOT AT END
                       IF PP-USER-ID NOT = WS-USER-ID
                           MOVE 1 TO WS-SCAN-DONE
                       ELSE
                           ADD 1 TO WS-LISTED
                           MOVE PP-AMOUNT TO WS-DISP-AMOUNT
                           DISPLAY PP-CHECK-NO " " WS-DISP-AMOUNT
                               " " PP-ISSUE-DATE " " PP-STATUS
                               "  " PP-PAYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITIVE-PAY-FILE
           DISPLAY WS-LISTED " issued check(s).".
       LIST-ISSUES-EXIT.
           EXIT.

       LIST-EXCEPTIONS.
           OPEN INPUT PP-EXCEPTION-FILE
           IF PP-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "No positive pay exceptions on file."
               GO TO LIST-EXCEPTIONS-EXIT
           END-IF
           MOVE 0 TO WS-LISTED
           MOVE 0 TO WS-SCAN-DONE
           MOVE LOW-VALUES TO PPX-KEY
           START PP-EXCEPTION-FILE KEY IS NOT LESS THAN PPX-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START
           DISPLAY "User       Check    Presented     Issued      "
               "Reason               Dec"
           PERFORM UNTIL WS-SCAN-DONE = 1
               READ PP-EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE
                   NOT AT END
                       IF PPX-IS-OPEN
                           ADD 1 TO WS-LISTED
                           MOVE PPX-PRESENTED-AMOUNT TO WS-DISP-AMOUNT
                           MOVE PPX-ISSUED-AMOUNT TO WS-DISP-ISSUED
                           DISPLAY PPX-USER-ID " " PPX-CHECK-NO " "
                               WS-DISP-AMOUNT " " WS-DISP-ISSUED " "
                               PPX-REASON " " PPX-DECISION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PP-EXCEPTION-FILE
           DISPLAY WS-LISTED " open exception(s).".
       LIST-EXCEPTIONS-EXIT.
           EXIT.

       RECORD-DECISION.
           DISPLAY "User ID: "
           ACCEPT WS-USER-ID
           DISPLAY "Check number: "
           ACCEPT WS-CHECK-NO
           OPEN I-O PP-EXCEPTION-FILE
           IF PP-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "No positive pay exceptions on file."
               GO TO RECORD-DECISION-EXIT
           END-IF
           MOVE WS-USER-ID TO PPX-USER-ID
           MOVE WS-CHECK-NO TO PPX-CHECK-NO
           READ PP-EXCEPTION-FILE
               INVALID KEY
                   DISPLAY "No exception for that check."
                   CLOSE PP-EXCEPTION-FILE
                   GO TO RECORD-DECISION-EXIT
           END-READ
           IF NOT PPX-IS-OPEN
               DISPLAY "That exception is already settled."
               CLOSE PP-EXCEPTION-FILE
               GO TO RECORD-DECISION-EXIT
           END-IF
           MOVE PPX-PRESENTED-AMOUNT TO WS-DISP-AMOUNT
           MOVE PPX-ISSUED-AMOUNT TO WS-DISP-ISSUED
           DISPLAY "Presented " WS-DISP-AMOUNT "  issued "
               WS-DISP-ISSUED "  " PPX-REASON
           DISPLAY "Customer decision [P]ay or [R]eturn: "
           ACCEPT WS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-INPUT
           IF WS-INPUT NOT = "P" AND WS-INPUT NOT = "R"
               DISPLAY "Decision must be P or R - nothing recorded."
               CLOSE PP-EXCEPTION-FILE
               GO TO RECORD-DECISION-EXIT
           END-IF
           MOVE WS-INPUT TO PPX-DECISION
           MOVE WS-BUSINESS-DATE TO PPX-DECISION-DATE
           REWRITE PP-EXCEPTION-RECORD
           CLOSE PP-EXCEPTION-FILE
           DISPLAY "Decision recorded - it takes effect at cutoff.".
       RECORD-DECISION-EXIT.
           EXIT.
