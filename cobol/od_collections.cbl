      *> USER-REC-ADDRESS, keeps a supervisor work queue row per
      *> overdrawn account, and refers 90+ accounts to the
      *> closure/charge-off flow by copying them into the existing
      *> balance archive file for the closure team. A borrower with
      *> a loan inside an approved forbearance window (LOAN_MODIFY)
      *> is aged and queued as usual but gets no stage letter and no
      *> charge-off referral until the window ends. A CREDITLINE row
      *> is negative whenever the line is drawn, so it is only worked
      *> once a minimum payment has been missed, aged from the oldest
      *> missed due date, with letters that ask for the past-due
      *> minimum rather than a return to credit. A customer under an
      *> active bankruptcy case (CHECK_BANKRUPTCY) is aged on the
      *> report only - the automatic stay means no work queue row,
      *> no letter and no charge-off referral.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-BAL-ID
               FILE STATUS IS BALANCE-ARCHIVE-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT CREDIT-LINE-FILE ASSIGN TO "credit_lines.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-USER-ID
               FILE STATUS IS CREDIT-LINE-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "od_aging_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "collections_letters.txt"
       COPY "user_record.cpy".

       FD OD-WORKQUEUE-FILE.
       COPY "od_workqueue_record.cpy".

       FD BALANCE-ARCHIVE-FILE.
       COPY "balance_archive_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD CREDIT-LINE-FILE.
       COPY "credit_line_record.cpy".

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE PIC X(100).

       01 OD-WORKQUEUE-FILE-STATUS    PIC XX.
       01 BALANCE-ARCHIVE-FILE-STATUS PIC XX.
       01 LETTER-FILE-STATUS          PIC XX.
       01 LOAN-MASTER-FILE-STATUS     PIC XX.
       01 CREDIT-LINE-FILE-STATUS     PIC XX.
       01 WS-IS-CREDIT-LINE  PIC 9 VALUE 0.
       01 WS-DISPLAY-PAST-DUE PIC -9(10).99.
      *> Borrowers inside a forbearance window, loaded once per run.
       01 WS-FORBEAR-COUNT   PIC 9(4) VALUE 0.
       01 WS-FORBEAR-TABLE.
           05 WS-FORBEAR-USER PIC 9(10) OCCURS 500 TIMES.
       01 WS-FORBEAR-IX      PIC 9(4).
       01 WS-IN-FORBEARANCE  PIC 9 VALUE 0.
       01 WS-HELD-COUNT      PIC 9(6) VALUE 0.
       01 WS-IN-BANKRUPTCY   PIC 9 VALUE 0.
       01 WS-STAYED-COUNT    PIC 9(6) VALUE 0.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-TODAY-INT       PIC 9(9).
      *>               A LOAN row is negative by design - what it
      *>               owes is tracked by the amortization schedule
      *>               and LOAN_ARREARS, not the overdraft flow.
      *>               An ESCROW row below zero is an advance the
      *>               yearly escrow analysis recovers.
                       MOVE 0 TO WS-IS-CREDIT-LINE
                       IF BALANCE-REC-BALANCE < 0
                          AND BALANCE-REC-ACCOUNT-TYPE = "CREDITLINE"
                           PERFORM CHECK-CREDIT-LINE
                               THRU CHECK-CREDIT-LINE-EXIT
                       ELSE
                           IF BALANCE-REC-BALANCE < 0
                              AND BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
                              AND BALANCE-REC-ACCOUNT-TYPE
                                  NOT = "ESCROW"
                               PERFORM WORK-ONE-OVERDRAWN
                                   THRU WORK-ONE-OVERDRAWN-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Overdrawn accounts worked: " WS-OVERDRAWN-COUNT
           DISPLAY "Aging report written to od_aging_report.txt"
           DISPLAY "Letters written to collections_letters.txt"
           IF WS-HELD-COUNT > 0
               DISPLAY "Held for loan forbearance: " WS-HELD-COUNT
           END-IF
           IF WS-STAYED-COUNT > 0
               DISPLAY "Stayed by bankruptcy:      " WS-STAYED-COUNT
           END-IF
           IF WS-SUPPRESSED-COUNT > 0
               DISPLAY "Letters suppressed by contact preference: "
                   WS-SUPPRESSED-COUNT " - see "
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           OPEN INPUT USER-DB-FILE
           OPEN INPUT CREDIT-LINE-FILE
           PERFORM LOAD-FORBEARANCE THRU LOAD-FORBEARANCE-EXIT
           OPEN I-O OD-WORKQUEUE-FILE
           IF OD-WORKQUEUE-FILE-STATUS = "35"
               OPEN OUTPUT OD-WORKQUEUE-FILE
               CLOSE BALANCE-HISTORY-FILE
           END-IF.
           CLOSE USER-DB-FILE.
           IF CREDIT-LINE-FILE-STATUS = "00"
              OR CREDIT-LINE-FILE-STATUS = "23"
               CLOSE CREDIT-LINE-FILE
           END-IF.
           CLOSE OD-WORKQUEUE-FILE.
           CLOSE BALANCE-ARCHIVE-FILE.
           CLOSE AGING-REPORT-FILE.
           CLOSE LETTER-FILE.
           CLOSE SUPPRESS-REPORT-FILE.

       CHECK-CREDIT-LINE.
           IF CREDIT-LINE-FILE-STATUS NOT = "00"
              AND CREDIT-LINE-FILE-STATUS NOT = "23"
               GO TO CHECK-CREDIT-LINE-EXIT
           END-IF
           MOVE BALANCE-REC-ID TO CL-USER-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   GO TO CHECK-CREDIT-LINE-EXIT
           END-READ
           IF CL-PAST-DUE-COUNT = 0 OR CL-OLDEST-MISSED-DUE = 0
               GO TO CHECK-CREDIT-LINE-EXIT
           END-IF
           MOVE 1 TO WS-IS-CREDIT-LINE
           PERFORM WORK-ONE-OVERDRAWN THRU WORK-ONE-OVERDRAWN-EXIT.
       CHECK-CREDIT-LINE-EXIT.
           EXIT.

       WORK-ONE-OVERDRAWN.
           ADD 1 TO WS-OVERDRAWN-COUNT
           PERFORM COMPUTE-DAYS-OVERDRAWN
               THRU COMPUTE-DAYS-OVERDRAWN-EXIT
           PERFORM BUCKET-THE-ACCOUNT
           PERFORM CHECK-FORBEARANCE
           PERFORM WRITE-AGING-ROW
           CALL "CHECK_BANKRUPTCY" USING BALANCE-REC-ID
               WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 1
               ADD 1 TO WS-STAYED-COUNT
               GO TO WORK-ONE-OVERDRAWN-EXIT
           END-IF
           PERFORM WRITE-WORKQUEUE-ROW
           IF WS-IN-FORBEARANCE = 1
               ADD 1 TO WS-HELD-COUNT
               GO TO WORK-ONE-OVERDRAWN-EXIT
           END-IF
           PERFORM WRITE-STAGE-LETTER THRU WRITE-STAGE-LETTER-EXIT
           IF WS-BUCKET = "90+"
               PERFORM REFER-FOR-CHARGEOFF
           END-IF.
       WORK-ONE-OVERDRAWN-EXIT.
           EXIT.

       LOAD-FORBEARANCE.
           MOVE 0 TO WS-FORBEAR-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO LOAD-FORBEARANCE-EXIT
           END-IF
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-IS-ACTIVE
                          AND LN-FORBEAR-START NOT = 0
                          AND WS-BUSINESS-DATE >= LN-FORBEAR-START
                          AND WS-BUSINESS-DATE <= LN-FORBEAR-END
                          AND WS-FORBEAR-COUNT < 500
                           ADD 1 TO WS-FORBEAR-COUNT
                           MOVE LN-USER-ID
                               TO WS-FORBEAR-USER(WS-FORBEAR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.
       LOAD-FORBEARANCE-EXIT.
           EXIT.

       CHECK-FORBEARANCE.
           MOVE 0 TO WS-IN-FORBEARANCE
           PERFORM VARYING WS-FORBEAR-IX FROM 1 BY 1
                   UNTIL WS-FORBEAR-IX > WS-FORBEAR-COUNT
               IF WS-FORBEAR-USER(WS-FORBEAR-IX) = BALANCE-REC-ID
                   MOVE 1 TO WS-IN-FORBEARANCE
               END-IF
           END-PERFORM.

      *> Days overdrawn = business date minus the newest snapshot
      *> that still showed the account at or above zero. No such
      *> snapshot means it has been negative as far back as the
      *> history goes.
       COMPUTE-DAYS-OVERDRAWN.
           IF WS-IS-CREDIT-LINE = 1
               COMPUTE WS-DAYS-OVERDRAWN = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(CL-OLDEST-MISSED-DUE)
               GO TO COMPUTE-DAYS-OVERDRAWN-EXIT
           END-IF
           MOVE 0 TO WS-LAST-POSITIVE
           IF BALANCE-HISTORY-FILE-STATUS = "00"
               MOVE BALANCE-REC-ID TO BH-BALANCE-ID
                   WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-POSITIVE)
           END-IF.
       COMPUTE-DAYS-OVERDRAWN-EXIT.
           EXIT.

       SCAN-SNAPSHOTS.
           PERFORM UNTIL BALANCE-HISTORY-FILE-STATUS = "10"
               WS-DAYS-OVERDRAWN " " WS-BUCKET " "
               WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           IF WS-IN-FORBEARANCE = 1
               MOVE "FORBEARANCE - HELD" TO AGING-REPORT-LINE(60:)
           END-IF
           WRITE AGING-REPORT-LINE.

       WRITE-WORKQUEUE-ROW.
           MOVE WS-DAYS-OVERDRAWN TO OW-DAYS-OVERDRAWN
           MOVE WS-BUCKET TO OW-BUCKET
           MOVE BALANCE-REC-BALANCE TO OW-BALANCE
           EVALUATE TRUE
               WHEN WS-IN-FORBEARANCE = 1
                   MOVE "F" TO OW-STATUS
               WHEN WS-BUCKET = "90+"
                   MOVE "R" TO OW-STATUS
               WHEN OTHER
                   MOVE "O" TO OW-STATUS
           END-EVALUATE
           WRITE OD-WORKQUEUE-RECORD
               INVALID KEY
                   REWRITE OD-WORKQUEUE-RECORD
           WRITE LETTER-LINE
           MOVE BALANCE-REC-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO LETTER-LINE
           IF WS-IS-CREDIT-LINE = 1
               PERFORM WRITE-CREDIT-LINE-LETTER
               GO TO WRITE-STAGE-LETTER-EXIT
           END-IF
           EVALUATE WS-BUCKET
               WHEN "1-29"
                   STRING "Your " BALANCE-REC-ACCOUNT-TYPE
       WRITE-STAGE-LETTER-EXIT.
           EXIT.

      *> A missed credit line minimum asks for the past-due amount;
      *> the drawn balance itself is within the agreed limit.
       WRITE-CREDIT-LINE-LETTER.
           MOVE CL-PAST-DUE-AMOUNT TO WS-DISPLAY-PAST-DUE
           EVALUATE WS-BUCKET
               WHEN "1-29"
                   STRING "Your credit line minimum payment due "
                       CL-OLDEST-MISSED-DUE " was missed. Please pay "
                       WS-DISPLAY-PAST-DUE "."
                       DELIMITED BY SIZE INTO LETTER-LINE
               WHEN "30-59"
                   STRING "REMINDER: your credit line is over a "
                       "month past due (" WS-DISPLAY-PAST-DUE ")."
                       DELIMITED BY SIZE INTO LETTER-LINE
               WHEN "60-89"
                   STRING "DEMAND: the past-due amount on your "
                       "credit line (" WS-DISPLAY-PAST-DUE
                       ") must be paid within 14 days."
                       DELIMITED BY SIZE INTO LETTER-LINE
               WHEN OTHER
                   STRING "FINAL NOTICE: your credit line ("
                       WS-DISPLAY-BALANCE ") has been referred "
                       "for closure and charge-off."
                       DELIMITED BY SIZE INTO LETTER-LINE
           END-EVALUATE
           WRITE LETTER-LINE.

      *> 90+ accounts feed the closure/charge-off flow through the
      *> same balance archive DELETE_USER and the year-end run use.
       REFER-FOR-CHARGEOFF.
           MOVE WS-DELETED-DATE TO ARCH-BAL-DELETED-DATE
           MOVE SPACES TO ARCH-BAL-DELETED-TIME
           MOVE "CHARGE-OFF REFERRAL" TO ARCH-BAL-CLOSE-REASON
           MOVE BALANCE-REC-BRANCH-CODE TO ARCH-BAL-BRANCH-CODE
           WRITE BALANCE-ARCHIVE-RECORD
           DISPLAY "User " BALANCE-REC-ID " "
               BALANCE-REC-ACCOUNT-TYPE " referred for "
