       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT_REVIEW.

      *> Internal audit review log: lists the samples AUDIT_SAMPLE
      *> has drawn, shows a sample's items with their results so
      *> far, and records the auditor's pass or fail and finding
      *> against an item. A fail must say what was found. The
      *> auditor and business date are stamped on the item; an
      *> auditor may not pass judgement on a posting they keyed
      *> themselves. Changing a result already recorded is allowed
      *> but goes to change_history.db under the customer, so the
      *> review trail cannot be quietly rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SAMPLE-FILE ASSIGN TO "audit_samples.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASM-ID
               FILE STATUS IS AUDIT-SAMPLE-FILE-STATUS.
           SELECT AUDIT-REVIEW-FILE ASSIGN TO "audit_review.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS AUDIT-REVIEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-SAMPLE-FILE.
       COPY "audit_sample_record.cpy".

       FD AUDIT-REVIEW-FILE.
       COPY "audit_review_record.cpy".

       WORKING-STORAGE SECTION.
       01 AUDIT-SAMPLE-FILE-STATUS PIC XX.
       01 AUDIT-REVIEW-FILE-STATUS PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-SAMPLE-ID     PIC 9(10).
       01 WS-ITEM-SEQ      PIC 9(6).
       01 WS-VALID         PIC 9 VALUE 0.
       01 WS-RESULT        PIC X(01).
       01 WS-FINDING       PIC X(60).
       01 WS-CONFIRM       PIC X(01).
       01 WS-PENDING-ONLY  PIC X(01).
       01 WS-RESULT-TEXT   PIC X(07).
       01 WS-REASON-TEXT   PIC X(08).
       01 WS-DISP-AMOUNT   PIC -(9)9.99.
       01 WS-COUNT         PIC 9(6) VALUE 0.
       01 WS-PENDING       PIC 9(6) VALUE 0.
       01 WS-HIST-FIELD    PIC X(20) VALUE "AUDIT-RESULT".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Internal audit review log."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN INPUT AUDIT-SAMPLE-FILE
           IF AUDIT-SAMPLE-FILE-STATUS NOT = "00"
               DISPLAY "No audit samples have been drawn."
               GOBACK
           END-IF
           OPEN I-O AUDIT-REVIEW-FILE
           IF AUDIT-REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open audit_review.db - status "
                   AUDIT-REVIEW-FILE-STATUS
               CLOSE AUDIT-SAMPLE-FILE
               GOBACK
           END-IF
           DISPLAY "1. List samples"
           DISPLAY "2. Show a sample's items"
           DISPLAY "3. Record a result against an item"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LIST-SAMPLES
               WHEN 2
                   PERFORM SHOW-ITEMS THRU SHOW-ITEMS-EXIT
               WHEN 3
                   PERFORM RECORD-RESULT THRU RECORD-RESULT-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE AUDIT-REVIEW-FILE
           CLOSE AUDIT-SAMPLE-FILE
           GOBACK.

       LIST-SAMPLES.
           MOVE 0 TO WS-COUNT
           PERFORM UNTIL AUDIT-SAMPLE-FILE-STATUS = "10"
               READ AUDIT-SAMPLE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-COUNT
                       DISPLAY "Sample " ASM-ID " postings "
                           ASM-FROM-DATE "-" ASM-TO-DATE
                           " method " ASM-METHOD
                           " size " ASM-SAMPLE-SIZE
                           " items " ASM-SAMPLED
                           " + " ASM-FORCED
                           " drawn " ASM-DRAWN-DATE
               END-READ
           END-PERFORM
           DISPLAY WS-COUNT " sample(s) on file.".

       READ-SAMPLE.
           MOVE 0 TO WS-VALID
           DISPLAY "Sample ID: "
           ACCEPT WS-SAMPLE-ID
           MOVE WS-SAMPLE-ID TO ASM-ID
           READ AUDIT-SAMPLE-FILE
               INVALID KEY
                   DISPLAY "No such sample."
               NOT INVALID KEY
                   MOVE 1 TO WS-VALID
           END-READ.

       SHOW-ITEMS.
           PERFORM READ-SAMPLE
           IF WS-VALID = 0
               GO TO SHOW-ITEMS-EXIT
           END-IF
           DISPLAY "Pending items only (Y/N): "
           ACCEPT WS-PENDING-ONLY
           MOVE FUNCTION UPPER-CASE(WS-PENDING-ONLY)
               TO WS-PENDING-ONLY
           MOVE 0 TO WS-COUNT
           MOVE 0 TO WS-PENDING
           MOVE WS-SAMPLE-ID TO AR-SAMPLE-ID
           MOVE 0 TO AR-SEQ
           START AUDIT-REVIEW-FILE KEY IS >= AR-KEY
               INVALID KEY
                   DISPLAY "Sample has no items."
                   GO TO SHOW-ITEMS-EXIT
           END-START
           PERFORM UNTIL AUDIT-REVIEW-FILE-STATUS = "10"
               READ AUDIT-REVIEW-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF AR-SAMPLE-ID NOT = WS-SAMPLE-ID
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-COUNT
                       IF AR-IS-PENDING
                           ADD 1 TO WS-PENDING
                       END-IF
                       IF WS-PENDING-ONLY NOT = "Y"
                          OR AR-IS-PENDING
                           PERFORM DISPLAY-ITEM
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-COUNT " item(s), " WS-PENDING
               " still to review.".
       SHOW-ITEMS-EXIT.
           EXIT.

       DISPLAY-ITEM.
           EVALUATE TRUE
               WHEN AR-IS-PASS
                   MOVE "PASS" TO WS-RESULT-TEXT
               WHEN AR-IS-FAIL
                   MOVE "FAIL" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-RESULT-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN AR-BY-OVERRIDE
                   MOVE "OVERRIDE" TO WS-REASON-TEXT
               WHEN AR-BY-REVERSAL
                   MOVE "REVERSAL" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "SAMPLED" TO WS-REASON-TEXT
           END-EVALUATE
           MOVE AR-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY AR-SEQ " " WS-REASON-TEXT " TXN " AR-TXN-ID " "
               AR-TXN-DATE " user " AR-USER-ID " " AR-ACCOUNT-TYPE
               " " AR-TXN-TYPE " " WS-DISP-AMOUNT
           DISPLAY "       band " AR-AMOUNT-BAND " branch "
               AR-BRANCH-CODE " op " AR-OPERATOR-ID " - "
               WS-RESULT-TEXT
           IF AR-REVERSAL-OF NOT = 0
               DISPLAY "       reverses TXN " AR-REVERSAL-OF
           END-IF
           IF NOT AR-IS-PENDING
               DISPLAY "       by " AR-REVIEWED-BY " on "
                   AR-REVIEW-DATE ": " AR-FINDING
           END-IF.

       RECORD-RESULT.
           PERFORM READ-SAMPLE
           IF WS-VALID = 0
               GO TO RECORD-RESULT-EXIT
           END-IF
           DISPLAY "Item number: "
           ACCEPT WS-ITEM-SEQ
           MOVE WS-SAMPLE-ID TO AR-SAMPLE-ID
           MOVE WS-ITEM-SEQ TO AR-SEQ
           READ AUDIT-REVIEW-FILE
               INVALID KEY
                   DISPLAY "No such item in sample " WS-SAMPLE-ID "."
                   GO TO RECORD-RESULT-EXIT
           END-READ
           PERFORM DISPLAY-ITEM
           IF AR-OPERATOR-ID = WS-OPERATOR-ID
              AND WS-OPERATOR-ID NOT = 0
               DISPLAY "You keyed this posting - it must be reviewed "
                   "by another auditor."
               GO TO RECORD-RESULT-EXIT
           END-IF
           IF NOT AR-IS-PENDING
               DISPLAY "A result is already recorded - change it "
                   "(Y/N)? "
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
                   DISPLAY "Result unchanged."
                   GO TO RECORD-RESULT-EXIT
               END-IF
           END-IF
           DISPLAY "Result ([P]ass / [F]ail): "
           ACCEPT WS-RESULT
           MOVE FUNCTION UPPER-CASE(WS-RESULT) TO WS-RESULT
           IF WS-RESULT NOT = "P" AND WS-RESULT NOT = "F"
               DISPLAY "Invalid result - nothing recorded."
               GO TO RECORD-RESULT-EXIT
           END-IF
           DISPLAY "Finding: "
           MOVE SPACES TO WS-FINDING
           ACCEPT WS-FINDING
           IF WS-RESULT = "F" AND WS-FINDING = SPACES
               DISPLAY "A fail must state the finding - nothing "
                   "recorded."
               GO TO RECORD-RESULT-EXIT
           END-IF
           IF NOT AR-IS-PENDING
               MOVE SPACES TO WS-HIST-OLD
               STRING "S" AR-SAMPLE-ID "/" AR-SEQ " " AR-RESULT " "
                   AR-FINDING
                   DELIMITED BY SIZE INTO WS-HIST-OLD
               MOVE SPACES TO WS-HIST-NEW
               STRING "S" AR-SAMPLE-ID "/" AR-SEQ " " WS-RESULT " "
                   WS-FINDING
                   DELIMITED BY SIZE INTO WS-HIST-NEW
               CALL "LOG_CHANGE_HISTORY" USING AR-USER-ID
                   WS-HIST-FIELD WS-HIST-OLD WS-HIST-NEW
                   WS-OPERATOR-ID
           END-IF
           MOVE WS-RESULT        TO AR-RESULT
           MOVE WS-FINDING       TO AR-FINDING
           MOVE WS-OPERATOR-ID   TO AR-REVIEWED-BY
           MOVE WS-BUSINESS-DATE TO AR-REVIEW-DATE
           REWRITE AUDIT-REVIEW-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the result - status "
                       AUDIT-REVIEW-FILE-STATUS
                   GO TO RECORD-RESULT-EXIT
           END-REWRITE
           DISPLAY "Item " AR-SEQ " of sample " AR-SAMPLE-ID
               " recorded as " WS-RESULT ".".
       RECORD-RESULT-EXIT.
           EXIT.
