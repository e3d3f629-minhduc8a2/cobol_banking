       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE_PAY_LOAD.

      *> Positive pay intake from the customers' files:
      *>   positive_pay_issues.csv - one line per check written,
      *>     "userid,checkno,amount,payee,issuedate" with an optional
      *>     sixth field V to void a check already sent;
      *>   positive_pay_decisions.csv - the customer's answer on each
      *>     held exception, "userid,checkno,P" to pay or ",R" to
      *>     return.
      *> Either file may be absent. Both load by key, so a file sent
      *> twice changes nothing the first load didn't. Lines that
      *> cannot be applied - customer not enrolled, check already
      *> paid, no open exception to decide - go to
      *> positive_pay_rejects.txt for the customer to be told.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUE-IN-FILE ASSIGN TO "positive_pay_issues.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISSUE-IN-FILE-STATUS.
           SELECT DECISION-IN-FILE ASSIGN TO
               "positive_pay_decisions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECISION-IN-FILE-STATUS.
           SELECT PP-REJECT-FILE ASSIGN TO "positive_pay_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-ENROLL-FILE ASSIGN TO "pp_enroll.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPE-USER-ID
               FILE STATUS IS PP-ENROLL-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "positive_pay.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PP-KEY
               FILE STATUS IS POSITIVE-PAY-FILE-STATUS.
           SELECT PP-EXCEPTION-FILE ASSIGN TO "pp_exceptions.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPX-KEY
               FILE STATUS IS PP-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ISSUE-IN-FILE.
       01 ISSUE-IN-RECORD PIC X(120).

       FD DECISION-IN-FILE.
       01 DECISION-IN-RECORD PIC X(80).

       FD PP-REJECT-FILE.
       01 PP-REJECT-LINE PIC X(150).

       FD PP-ENROLL-FILE.
       COPY "pp_enroll_record.cpy".

       FD POSITIVE-PAY-FILE.
       COPY "positive_pay_record.cpy".

       FD PP-EXCEPTION-FILE.
       COPY "pp_exception_record.cpy".

       WORKING-STORAGE SECTION.
       01 ISSUE-IN-FILE-STATUS     PIC XX.
       01 DECISION-IN-FILE-STATUS  PIC XX.
       01 PP-ENROLL-FILE-STATUS    PIC XX.
       01 POSITIVE-PAY-FILE-STATUS PIC XX.
       01 PP-EXCEPTION-FILE-STATUS PIC XX.
       01 WS-CSV-LINE      PIC X(120).
       01 WS-FLD-USER      PIC X(15).
       01 WS-FLD-CHECK     PIC X(10).
       01 WS-FLD-AMOUNT    PIC X(15).
       01 WS-FLD-PAYEE     PIC X(40).
       01 WS-FLD-DATE      PIC X(10).
       01 WS-FLD-ACTION    PIC X(01).
       01 WS-USER-ID       PIC 9(10).
       01 WS-CHECK-NO      PIC 9(8).
       01 WS-AMOUNT        PIC 9(10)V99.
       01 WS-ISSUE-DATE    PIC 9(8).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-ROW-FOUND     PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-ISSUES-LOADED PIC 9(6) VALUE 0.
       01 WS-VOIDS-LOADED  PIC 9(6) VALUE 0.
       01 WS-DECISIONS     PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Positive pay file load."
           DISPLAY "----------------------------"
           MOVE 0 TO WS-ISSUES-LOADED
           MOVE 0 TO WS-VOIDS-LOADED
           MOVE 0 TO WS-DECISIONS
           MOVE 0 TO WS-REJECT-COUNT
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN INPUT PP-ENROLL-FILE
           IF PP-ENROLL-FILE-STATUS NOT = "00"
               DISPLAY "No customer is enrolled in positive pay."
               GOBACK
           END-IF
           OPEN I-O POSITIVE-PAY-FILE
           IF POSITIVE-PAY-FILE-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-FILE
               CLOSE POSITIVE-PAY-FILE
               OPEN I-O POSITIVE-PAY-FILE
           END-IF
           OPEN I-O PP-EXCEPTION-FILE
           IF PP-EXCEPTION-FILE-STATUS = "35"
               OPEN OUTPUT PP-EXCEPTION-FILE
               CLOSE PP-EXCEPTION-FILE
               OPEN I-O PP-EXCEPTION-FILE
           END-IF
           OPEN OUTPUT PP-REJECT-FILE
           PERFORM LOAD-ISSUES THRU LOAD-ISSUES-EXIT
           PERFORM LOAD-DECISIONS THRU LOAD-DECISIONS-EXIT
           CLOSE PP-ENROLL-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE PP-EXCEPTION-FILE
           CLOSE PP-REJECT-FILE
           DISPLAY "Checks issued:      " WS-ISSUES-LOADED
           DISPLAY "Checks voided:      " WS-VOIDS-LOADED
           DISPLAY "Decisions recorded: " WS-DECISIONS
           DISPLAY "Lines rejected:     " WS-REJECT-COUNT
           GOBACK.

       LOAD-ISSUES.
           OPEN INPUT ISSUE-IN-FILE
           IF ISSUE-IN-FILE-STATUS NOT = "00"
               DISPLAY "positive_pay_issues.csv not found - no "
                   "issues loaded."
               GO TO LOAD-ISSUES-EXIT
           END-IF
           PERFORM UNTIL ISSUE-IN-FILE-STATUS = "10"
               READ ISSUE-IN-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CSV-LINE NOT = SPACES
                   PERFORM LOAD-ONE-ISSUE THRU LOAD-ONE-ISSUE-EXIT
               END-IF
           END-PERFORM
           CLOSE ISSUE-IN-FILE.
       LOAD-ISSUES-EXIT.
           EXIT.

       LOAD-ONE-ISSUE.
           MOVE SPACES TO WS-FLD-USER WS-FLD-CHECK WS-FLD-AMOUNT
               WS-FLD-PAYEE WS-FLD-DATE WS-FLD-ACTION
           UNSTRING WS-CSV-LINE
               DELIMITED BY ","
               INTO WS-FLD-USER
                    WS-FLD-CHECK
                    WS-FLD-AMOUNT
                    WS-FLD-PAYEE
                    WS-FLD-DATE
                    WS-FLD-ACTION
           MOVE FUNCTION NUMVAL(WS-FLD-USER) TO WS-USER-ID
           MOVE FUNCTION NUMVAL(WS-FLD-CHECK) TO WS-CHECK-NO
           MOVE FUNCTION NUMVAL(WS-FLD-AMOUNT) TO WS-AMOUNT
           MOVE FUNCTION NUMVAL(WS-FLD-DATE) TO WS-ISSUE-DATE
           MOVE FUNCTION UPPER-CASE(WS-FLD-ACTION) TO WS-FLD-ACTION
           PERFORM CHECK-ENROLLED
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT
               GO TO LOAD-ONE-ISSUE-EXIT
           END-IF
           MOVE 0 TO WS-ROW-FOUND
           MOVE WS-USER-ID TO PP-USER-ID
           MOVE WS-CHECK-NO TO PP-CHECK-NO
           READ POSITIVE-PAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-ROW-FOUND
           END-READ
           IF WS-ROW-FOUND = 1 AND PP-IS-PAID
               MOVE "CHECK ALREADY PAID" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               GO TO LOAD-ONE-ISSUE-EXIT
           END-IF
           IF WS-FLD-ACTION = "V"
               IF WS-ROW-FOUND = 0
                   MOVE "VOID OF UNKNOWN CHECK" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   MOVE "V" TO PP-STATUS
                   REWRITE POSITIVE-PAY-RECORD
                   ADD 1 TO WS-VOIDS-LOADED
               END-IF
               GO TO LOAD-ONE-ISSUE-EXIT
           END-IF
           IF WS-CHECK-NO = 0 OR WS-AMOUNT = 0
               MOVE "CHECK NO AND AMOUNT REQUIRED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               GO TO LOAD-ONE-ISSUE-EXIT
           END-IF
           MOVE WS-AMOUNT        TO PP-AMOUNT
           MOVE WS-FLD-PAYEE     TO PP-PAYEE
           MOVE WS-ISSUE-DATE    TO PP-ISSUE-DATE
           MOVE WS-BUSINESS-DATE TO PP-LOADED-DATE
           MOVE "I"              TO PP-STATUS
           IF WS-ROW-FOUND = 1
               REWRITE POSITIVE-PAY-RECORD
           ELSE
               WRITE POSITIVE-PAY-RECORD
           END-IF
           ADD 1 TO WS-ISSUES-LOADED.
       LOAD-ONE-ISSUE-EXIT.
           EXIT.

       LOAD-DECISIONS.
           OPEN INPUT DECISION-IN-FILE
           IF DECISION-IN-FILE-STATUS NOT = "00"
               DISPLAY "positive_pay_decisions.csv not found - no "
                   "decisions loaded."
               GO TO LOAD-DECISIONS-EXIT
           END-IF
           PERFORM UNTIL DECISION-IN-FILE-STATUS = "10"
               READ DECISION-IN-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CSV-LINE NOT = SPACES
                   PERFORM LOAD-ONE-DECISION THRU LOAD-ONE-DECISION-EXIT
               END-IF
           END-PERFORM
           CLOSE DECISION-IN-FILE.
       LOAD-DECISIONS-EXIT.
           EXIT.

       LOAD-ONE-DECISION.
           MOVE SPACES TO WS-FLD-USER WS-FLD-CHECK WS-FLD-ACTION
           UNSTRING WS-CSV-LINE
               DELIMITED BY ","
               INTO WS-FLD-USER
                    WS-FLD-CHECK
                    WS-FLD-ACTION
           MOVE FUNCTION NUMVAL(WS-FLD-USER) TO WS-USER-ID
           MOVE FUNCTION NUMVAL(WS-FLD-CHECK) TO WS-CHECK-NO
           MOVE FUNCTION UPPER-CASE(WS-FLD-ACTION) TO WS-FLD-ACTION
           MOVE 0 TO WS-AMOUNT
           PERFORM CHECK-ENROLLED
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT
               GO TO LOAD-ONE-DECISION-EXIT
           END-IF
           IF WS-FLD-ACTION NOT = "P" AND WS-FLD-ACTION NOT = "R"
               MOVE "DECISION MUST BE P OR R" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               GO TO LOAD-ONE-DECISION-EXIT
           END-IF
           MOVE WS-USER-ID TO PPX-USER-ID
           MOVE WS-CHECK-NO TO PPX-CHECK-NO
           READ PP-EXCEPTION-FILE
               INVALID KEY
                   MOVE "NO EXCEPTION ON FILE" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
                   GO TO LOAD-ONE-DECISION-EXIT
           END-READ
           IF NOT PPX-IS-OPEN
               MOVE "EXCEPTION ALREADY CLOSED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               GO TO LOAD-ONE-DECISION-EXIT
           END-IF
           MOVE WS-FLD-ACTION TO PPX-DECISION
           MOVE WS-BUSINESS-DATE TO PPX-DECISION-DATE
           REWRITE PP-EXCEPTION-RECORD
           ADD 1 TO WS-DECISIONS.
       LOAD-ONE-DECISION-EXIT.
           EXIT.

       CHECK-ENROLLED.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-USER-ID TO PPE-USER-ID
           READ PP-ENROLL-FILE
               INVALID KEY
                   MOVE "NOT ENROLLED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT PPE-IS-ACTIVE
                       MOVE "NOT ENROLLED" TO WS-REJECT-REASON
                   END-IF
           END-READ.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO PP-REJECT-LINE
           STRING "REJECTED " WS-REJECT-REASON " : " WS-CSV-LINE
               DELIMITED BY SIZE INTO PP-REJECT-LINE
           WRITE PP-REJECT-LINE
           DISPLAY PP-REJECT-LINE.
