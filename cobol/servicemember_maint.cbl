       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICEMEMBER_MAINT.

      *> Servicemember desk (supervisor): records a customer's notice
      *> of active military duty - duty start and end dates and the
      *> evidence received - in servicemember.db. From then on
      *> GET_SERVICEMEMBER_CAP holds every pre-service loan and
      *> credit line to the SCRA-RATE-CAP batch parameter as the
      *> interest is charged. A back-dated notice (duty started
      *> before today) also refunds what was already over-charged
      *> since the duty start: the LOAN-INTEREST and LINE-INTEREST
      *> rows in the window are re-priced at the cap and the
      *> difference posts back as SCRA-REFUND - a loan refund to the
      *> CHECKING account the installments came out of, a line
      *> refund to the CREDITLINE row. Every refund is written to
      *> scra_refund_report.txt for compliance; option 3 lists all
      *> servicemembers on file to servicemember_report.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT SERVICEMEMBER-FILE ASSIGN TO "servicemember.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-USER-ID
               FILE STATUS IS SERVICEMEMBER-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT CREDIT-LINE-FILE ASSIGN TO "credit_lines.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-USER-ID
               FILE STATUS IS CREDIT-LINE-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT REFUND-REPORT-FILE ASSIGN TO
               "scra_refund_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-REPORT-FILE-STATUS.
           SELECT SCM-REPORT-FILE ASSIGN TO "servicemember_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCM-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD SERVICEMEMBER-FILE.
       COPY "servicemember_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD CREDIT-LINE-FILE.
       COPY "credit_line_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD REFUND-REPORT-FILE.
       01 REFUND-REPORT-LINE PIC X(160).

       FD SCM-REPORT-FILE.
       01 SCM-REPORT-LINE    PIC X(160).

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS        PIC XX.
       01 SERVICEMEMBER-FILE-STATUS  PIC XX.
       01 LOAN-MASTER-FILE-STATUS    PIC XX.
       01 CREDIT-LINE-FILE-STATUS    PIC XX.
       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 REFUND-REPORT-FILE-STATUS  PIC XX.
       01 SCM-REPORT-FILE-STATUS     PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-USER-ID       PIC 9(10).
       01 WS-RECORD-FOUND  PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-DUTY-START    PIC 9(8).
       01 WS-DUTY-END      PIC 9(8).
       01 WS-EVIDENCE      PIC X(30).
       01 WS-HIST-FIELD    PIC X(20) VALUE "SERVICEMEMBER".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).
       01 WS-STATUS-TEXT   PIC X(10).
       01 WS-LISTED-COUNT  PIC 9(6) VALUE 0.
       01 WS-CAP-RATE      PIC 9V9(4).
       01 WS-PARAM-NAME    PIC X(20) VALUE "SCRA-RATE-CAP".
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
      *> Refund window: duty start up to the earliest of today, the
      *> duty end and the day the notice went on file (the cap is
      *> applied live after that), less what earlier refunds covered.
       01 WS-CUTOFF        PIC 9(8).
       01 WS-WINDOW-FROM   PIC 9(8).
       01 WS-WINDOW-TO     PIC 9(8).
       01 WS-DAY-INT       PIC 9(9).
       01 WS-FROM-ISO      PIC X(10).
       01 WS-TO-ISO        PIC X(10).
       01 WS-ISO-WORK-DATE PIC 9(8).
       01 WS-ISO-WORK      PIC X(10).
      *> The LOAN-INTEREST rows do not say which loan they came
      *> from, so the charged rate is the principal-weighted rate of
      *> the customer's pre-service loans; the refund is flagged for
      *> review when more than one loan fed those rows.
       01 WS-LOAN-ELIGIBLE  PIC 9(3) VALUE 0.
       01 WS-LOAN-OTHER     PIC 9(3) VALUE 0.
       01 WS-LOAN-WEIGHT    PIC 9(14)V9(6).
       01 WS-LOAN-PRINCIPAL PIC 9(12)V99.
       01 WS-LOAN-RATE      PIC 9V9(4).
       01 WS-LINE-ELIGIBLE  PIC 9 VALUE 0.
       01 WS-LINE-RATE      PIC 9V9(4).
       01 WS-LOAN-CHARGED   PIC 9(10)V99.
       01 WS-LINE-CHARGED   PIC 9(10)V99.
       01 WS-LOAN-REFUND    PIC 9(10)V99.
       01 WS-LINE-REFUND    PIC 9(10)V99.
       01 WS-REFUND-TOTAL   PIC 9(10)V99.
       01 WS-REVIEW-NOTE    PIC X(20).
       01 WS-POST-ACCOUNT   PIC X(10).
       01 WS-POST-AMOUNT    PIC 9(10)V99.
       01 WS-POSTED         PIC 9 VALUE 0.
       01 WS-UNPOSTED-NOTE  PIC X(30).
       01 WS-TXN-TYPE-REFUND PIC X(15) VALUE "SCRA-REFUND".
       01 WS-TXN-AMOUNT     PIC S9(10)V99.
       01 WS-TXN-BALANCE    PIC S9(10)V99.
       01 WS-LEDGER-RATE    PIC 9(03)V9(6) VALUE 1.
       01 WS-DISP-AMOUNT    PIC Z(9)9.99.
       01 WS-DISP-CHARGED   PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Servicemember rate cap."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           MOVE "0.0600" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-CAP-RATE
           OPEN I-O SERVICEMEMBER-FILE
           IF SERVICEMEMBER-FILE-STATUS = "35"
               OPEN OUTPUT SERVICEMEMBER-FILE
               CLOSE SERVICEMEMBER-FILE
               OPEN I-O SERVICEMEMBER-FILE
           END-IF
           DISPLAY "Rate cap in force: " WS-CAP-RATE
           DISPLAY "1. Show a customer's duty record"
           DISPLAY "2. Record / update a duty notice"
           DISPLAY "3. Servicemember compliance report"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM GET-CUSTOMER THRU GET-CUSTOMER-EXIT
                   IF WS-USER-ID NOT = 0
                       PERFORM SHOW-RECORD THRU SHOW-RECORD-EXIT
                   END-IF
               WHEN 2
                   PERFORM GET-CUSTOMER THRU GET-CUSTOMER-EXIT
                   IF WS-USER-ID NOT = 0
                       PERFORM RECORD-NOTICE THRU RECORD-NOTICE-EXIT
                   END-IF
               WHEN 3
                   PERFORM WRITE-COMPLIANCE-REPORT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE SERVICEMEMBER-FILE
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
           CLOSE USER-DB-FILE
           IF WS-USER-ID = 0
               GO TO GET-CUSTOMER-EXIT
           END-IF
           MOVE 0 TO WS-RECORD-FOUND
           MOVE WS-USER-ID TO SCM-USER-ID
           READ SERVICEMEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-RECORD-FOUND
           END-READ.
       GET-CUSTOMER-EXIT.
           EXIT.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN SCM-DUTY-START > WS-BUSINESS-DATE
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN SCM-DUTY-END NOT = 0
                    AND SCM-DUTY-END < WS-BUSINESS-DATE
                   MOVE "ENDED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-EVALUATE.

       SHOW-RECORD.
           IF WS-RECORD-FOUND = 0
               DISPLAY "No duty notice on file for user " WS-USER-ID
                   "."
               GO TO SHOW-RECORD-EXIT
           END-IF
           PERFORM SET-STATUS-TEXT
           DISPLAY "User " SCM-USER-ID " " WS-STATUS-TEXT
           DISPLAY "  Duty " SCM-DUTY-START " to " SCM-DUTY-END
               " (0 = still serving)"
           DISPLAY "  Evidence " SCM-EVIDENCE
           DISPLAY "  Notice on file " SCM-NOTICE-DATE
           MOVE SCM-REFUND-TOTAL TO WS-DISP-AMOUNT
           DISPLAY "  Refunded " WS-DISP-AMOUNT " for "
               SCM-REFUND-FROM " - " SCM-REFUNDED-THRU.
       SHOW-RECORD-EXIT.
           EXIT.

       RECORD-NOTICE.
           IF WS-RECORD-FOUND = 1
               PERFORM SHOW-RECORD THRU SHOW-RECORD-EXIT
           END-IF
           DISPLAY "Active duty start date (YYYYMMDD): "
           ACCEPT WS-DUTY-START
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUTY-START) NOT = 0
               DISPLAY "Duty start must be a real date."
               GO TO RECORD-NOTICE-EXIT
           END-IF
           DISPLAY "Active duty end date (YYYYMMDD, 0 if serving): "
           ACCEPT WS-DUTY-END
           IF WS-DUTY-END NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUTY-END) NOT = 0
                  OR WS-DUTY-END < WS-DUTY-START
                   DISPLAY "Duty end must be a real date on or after "
                       "the start."
                   GO TO RECORD-NOTICE-EXIT
               END-IF
           END-IF
           DISPLAY "Evidence received (orders reference etc.): "
           ACCEPT WS-EVIDENCE
           IF WS-EVIDENCE = SPACES
               DISPLAY "Evidence is required before the cap applies."
               GO TO RECORD-NOTICE-EXIT
           END-IF
           MOVE SPACES TO WS-HIST-OLD
           IF WS-RECORD-FOUND = 1
               STRING SCM-DUTY-START "-" SCM-DUTY-END " "
                   SCM-EVIDENCE
                   DELIMITED BY SIZE INTO WS-HIST-OLD
           ELSE
               MOVE "NONE" TO WS-HIST-OLD
               MOVE WS-USER-ID       TO SCM-USER-ID
               MOVE WS-BUSINESS-DATE TO SCM-NOTICE-DATE
               MOVE 0                TO SCM-REFUND-FROM
               MOVE 0                TO SCM-REFUNDED-THRU
               MOVE 0                TO SCM-REFUND-TOTAL
           END-IF
           MOVE WS-DUTY-START  TO SCM-DUTY-START
           MOVE WS-DUTY-END    TO SCM-DUTY-END
           MOVE WS-EVIDENCE    TO SCM-EVIDENCE
           MOVE WS-OPERATOR-ID TO SCM-RECORDED-BY
           IF WS-RECORD-FOUND = 1
               REWRITE SERVICEMEMBER-RECORD
           ELSE
               WRITE SERVICEMEMBER-RECORD
           END-IF
           MOVE SPACES TO WS-HIST-NEW
           STRING WS-DUTY-START "-" WS-DUTY-END " " WS-EVIDENCE
               DELIMITED BY SIZE INTO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Duty notice recorded - pre-service debts are "
               "capped at " WS-CAP-RATE " while on duty."
           PERFORM REFUND-BACK-DATED THRU REFUND-BACK-DATED-EXIT.
       RECORD-NOTICE-EXIT.
           EXIT.

      *> Works out the part of the duty period that was charged
      *> before the cap was on file and has not been refunded yet -
      *> at most two pieces: ahead of what was covered (duty start
      *> moved earlier) and after it (covered span ended short of
      *> the cutoff).
       REFUND-BACK-DATED.
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF
           IF SCM-NOTICE-DATE < WS-CUTOFF
               MOVE SCM-NOTICE-DATE TO WS-CUTOFF
           END-IF
           IF SCM-DUTY-END NOT = 0 AND SCM-DUTY-END < WS-CUTOFF
               MOVE SCM-DUTY-END TO WS-CUTOFF
           END-IF
           IF SCM-DUTY-START > WS-CUTOFF
               GO TO REFUND-BACK-DATED-EXIT
           END-IF
           IF WS-BD-OPEN-FLAG = 0
               DISPLAY "Business date is closed - back-dated refund "
                   "not posted; record the notice again once the "
                   "day is open."
               GO TO REFUND-BACK-DATED-EXIT
           END-IF
           PERFORM FIND-CAPPED-DEBTS
           IF WS-LOAN-ELIGIBLE = 0 AND WS-LINE-ELIGIBLE = 0
               DISPLAY "No pre-service loans or credit line - "
                   "nothing to refund."
               GO TO REFUND-BACK-DATED-EXIT
           END-IF
           PERFORM OPEN-REFUND-REPORT
           IF SCM-REFUNDED-THRU = 0
               MOVE SCM-DUTY-START TO WS-WINDOW-FROM
               MOVE WS-CUTOFF      TO WS-WINDOW-TO
               PERFORM REFUND-ONE-WINDOW THRU REFUND-ONE-WINDOW-EXIT
               MOVE SCM-DUTY-START TO SCM-REFUND-FROM
               MOVE WS-CUTOFF      TO SCM-REFUNDED-THRU
           ELSE
               IF SCM-DUTY-START < SCM-REFUND-FROM
                   MOVE SCM-DUTY-START TO WS-WINDOW-FROM
                   COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                       (SCM-REFUND-FROM) - 1
                   COMPUTE WS-WINDOW-TO =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   IF WS-WINDOW-TO > WS-CUTOFF
                       MOVE WS-CUTOFF TO WS-WINDOW-TO
                   END-IF
                   PERFORM REFUND-ONE-WINDOW THRU REFUND-ONE-WINDOW-EXIT
                   MOVE SCM-DUTY-START TO SCM-REFUND-FROM
               END-IF
               IF WS-CUTOFF > SCM-REFUNDED-THRU
                   COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                       (SCM-REFUNDED-THRU) + 1
                   COMPUTE WS-WINDOW-FROM =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   IF WS-WINDOW-FROM < SCM-DUTY-START
                       MOVE SCM-DUTY-START TO WS-WINDOW-FROM
                   END-IF
                   MOVE WS-CUTOFF TO WS-WINDOW-TO
                   PERFORM REFUND-ONE-WINDOW THRU REFUND-ONE-WINDOW-EXIT
                   MOVE WS-CUTOFF TO SCM-REFUNDED-THRU
               END-IF
           END-IF
           CLOSE REFUND-REPORT-FILE
           REWRITE SERVICEMEMBER-RECORD.
       REFUND-BACK-DATED-EXIT.
           EXIT.

      *> Which of the customer's debts the cap covers - loans and a
      *> credit line taken out before the duty start - and the rate
      *> each was actually charged at.
       FIND-CAPPED-DEBTS.
           MOVE 0 TO WS-LOAN-ELIGIBLE
           MOVE 0 TO WS-LOAN-OTHER
           MOVE 0 TO WS-LOAN-WEIGHT
           MOVE 0 TO WS-LOAN-PRINCIPAL
           MOVE 0 TO WS-LOAN-RATE
           MOVE 0 TO WS-LINE-ELIGIBLE
           MOVE 0 TO WS-LINE-RATE
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
                   READ LOAN-MASTER-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF LN-USER-ID = WS-USER-ID
                       IF LN-ORIGINATION-DATE < SCM-DUTY-START
                           ADD 1 TO WS-LOAN-ELIGIBLE
                           COMPUTE WS-LOAN-WEIGHT = WS-LOAN-WEIGHT
                               + LN-PRINCIPAL * LN-ANNUAL-RATE
                           ADD LN-PRINCIPAL TO WS-LOAN-PRINCIPAL
                       ELSE
                           ADD 1 TO WS-LOAN-OTHER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF WS-LOAN-PRINCIPAL > 0
               COMPUTE WS-LOAN-RATE ROUNDED =
                   WS-LOAN-WEIGHT / WS-LOAN-PRINCIPAL
           END-IF
           OPEN INPUT CREDIT-LINE-FILE
           IF CREDIT-LINE-FILE-STATUS = "00"
               MOVE WS-USER-ID TO CL-USER-ID
               READ CREDIT-LINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-OPEN-DATE < SCM-DUTY-START
                           MOVE 1 TO WS-LINE-ELIGIBLE
                           MOVE CL-ANNUAL-RATE TO WS-LINE-RATE
                       END-IF
               END-READ
               CLOSE CREDIT-LINE-FILE
           END-IF.

       REFUND-ONE-WINDOW.
           IF WS-WINDOW-FROM > WS-WINDOW-TO
               GO TO REFUND-ONE-WINDOW-EXIT
           END-IF
           MOVE WS-WINDOW-FROM TO WS-ISO-WORK-DATE
           PERFORM FORMAT-ISO-DATE
           MOVE WS-ISO-WORK TO WS-FROM-ISO
           MOVE WS-WINDOW-TO TO WS-ISO-WORK-DATE
           PERFORM FORMAT-ISO-DATE
           MOVE WS-ISO-WORK TO WS-TO-ISO
           PERFORM SUM-INTEREST-CHARGED THRU SUM-INTEREST-CHARGED-EXIT
           MOVE 0 TO WS-LOAN-REFUND
           MOVE 0 TO WS-LINE-REFUND
           IF WS-LOAN-ELIGIBLE > 0 AND WS-LOAN-RATE > WS-CAP-RATE
               COMPUTE WS-LOAN-REFUND ROUNDED = WS-LOAN-CHARGED
                   * (WS-LOAN-RATE - WS-CAP-RATE) / WS-LOAN-RATE
           END-IF
           IF WS-LINE-ELIGIBLE = 1 AND WS-LINE-RATE > WS-CAP-RATE
               COMPUTE WS-LINE-REFUND ROUNDED = WS-LINE-CHARGED
                   * (WS-LINE-RATE - WS-CAP-RATE) / WS-LINE-RATE
           END-IF
           MOVE SPACES TO REFUND-REPORT-LINE
           STRING "SCRA REFUND " WS-BUSINESS-DATE " user "
               WS-USER-ID " duty " SCM-DUTY-START "-" SCM-DUTY-END
               " window " WS-WINDOW-FROM "-" WS-WINDOW-TO
               " cap " WS-CAP-RATE " evidence " SCM-EVIDENCE
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE
           IF WS-LOAN-ELIGIBLE > 0
               MOVE SPACES TO WS-REVIEW-NOTE
               IF WS-LOAN-ELIGIBLE > 1 OR WS-LOAN-OTHER > 0
                   MOVE " ESTIMATE - REVIEW" TO WS-REVIEW-NOTE
               END-IF
               MOVE "CHECKING" TO WS-POST-ACCOUNT
               MOVE WS-LOAN-REFUND TO WS-POST-AMOUNT
               PERFORM POST-REFUND THRU POST-REFUND-EXIT
               MOVE WS-LOAN-CHARGED TO WS-DISP-CHARGED
               MOVE WS-LOAN-REFUND TO WS-DISP-AMOUNT
               MOVE SPACES TO REFUND-REPORT-LINE
               STRING "  LOAN       interest charged " WS-DISP-CHARGED
                   " at " WS-LOAN-RATE " refund " WS-DISP-AMOUNT
                   " to CHECKING" WS-REVIEW-NOTE WS-UNPOSTED-NOTE
                   DELIMITED BY SIZE INTO REFUND-REPORT-LINE
               WRITE REFUND-REPORT-LINE
           END-IF
           IF WS-LINE-ELIGIBLE = 1
               MOVE "CREDITLINE" TO WS-POST-ACCOUNT
               MOVE WS-LINE-REFUND TO WS-POST-AMOUNT
               PERFORM POST-REFUND THRU POST-REFUND-EXIT
               MOVE WS-LINE-CHARGED TO WS-DISP-CHARGED
               MOVE WS-LINE-REFUND TO WS-DISP-AMOUNT
               MOVE SPACES TO REFUND-REPORT-LINE
               STRING "  CREDITLINE interest charged " WS-DISP-CHARGED
                   " at " WS-LINE-RATE " refund " WS-DISP-AMOUNT
                   " to CREDITLINE" WS-UNPOSTED-NOTE
                   DELIMITED BY SIZE INTO REFUND-REPORT-LINE
               WRITE REFUND-REPORT-LINE
           END-IF
           COMPUTE WS-REFUND-TOTAL = WS-LOAN-REFUND + WS-LINE-REFUND
           MOVE WS-REFUND-TOTAL TO WS-DISP-AMOUNT
           DISPLAY "Refund for " WS-WINDOW-FROM " - " WS-WINDOW-TO
               ": " WS-DISP-AMOUNT.
       REFUND-ONE-WINDOW-EXIT.
           EXIT.

      *> Interest actually debited in the window: the customer side
      *> of each LOAN-INTEREST split and the LINE-INTEREST charged to
      *> the CREDITLINE row.
       SUM-INTEREST-CHARGED.
           MOVE 0 TO WS-LOAN-CHARGED
           MOVE 0 TO WS-LINE-CHARGED
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               GO TO SUM-INTEREST-CHARGED-EXIT
           END-IF
           MOVE WS-USER-ID TO TXN-ALT-USER-ID
           MOVE LOW-VALUES TO TXN-ALT-ACCOUNT-TYPE
           MOVE LOW-VALUES TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS >= TXN-ALT-KEY
               INVALID KEY
                   CLOSE TRANSACTION-DB-FILE
                   GO TO SUM-INTEREST-CHARGED-EXIT
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF TXN-ALT-USER-ID NOT = WS-USER-ID
                   EXIT PERFORM
               END-IF
               IF TXN-DATE >= WS-FROM-ISO AND TXN-DATE <= WS-TO-ISO
                  AND TXN-AMOUNT < 0
                   IF TXN-TYPE = "LOAN-INTEREST"
                       SUBTRACT TXN-AMOUNT FROM WS-LOAN-CHARGED
                   END-IF
                   IF TXN-TYPE = "LINE-INTEREST"
                      AND TXN-ACCOUNT-TYPE = "CREDITLINE"
                       SUBTRACT TXN-AMOUNT FROM WS-LINE-CHARGED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-DB-FILE.
       SUM-INTEREST-CHARGED-EXIT.
           EXIT.

       POST-REFUND.
           MOVE 0 TO WS-POSTED
           MOVE SPACES TO WS-UNPOSTED-NOTE
           IF WS-POST-AMOUNT = 0
               GO TO POST-REFUND-EXIT
           END-IF
           MOVE " NOT POSTED - REFUND BY HAND" TO WS-UNPOSTED-NOTE
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO POST-REFUND-EXIT
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-POST-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "WARNING: no " WS-POST-ACCOUNT " row - "
                       "refund of " WS-POST-AMOUNT " not posted."
                   CLOSE BALANCE-DB-FILE
                   GO TO POST-REFUND-EXIT
           END-READ
           ADD WS-POST-AMOUNT TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           CLOSE BALANCE-DB-FILE
           MOVE WS-POST-AMOUNT TO WS-TXN-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-REFUND WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-POST-ACCOUNT WS-LEDGER-RATE
           ADD WS-POST-AMOUNT TO SCM-REFUND-TOTAL
           MOVE SPACES TO WS-UNPOSTED-NOTE
           MOVE 1 TO WS-POSTED.
       POST-REFUND-EXIT.
           EXIT.

       OPEN-REFUND-REPORT.
           OPEN EXTEND REFUND-REPORT-FILE
           IF REFUND-REPORT-FILE-STATUS = "35"
               OPEN OUTPUT REFUND-REPORT-FILE
               CLOSE REFUND-REPORT-FILE
               OPEN EXTEND REFUND-REPORT-FILE
           END-IF.

       FORMAT-ISO-DATE.
           MOVE WS-ISO-WORK-DATE(1:4) TO WS-ISO-WORK(1:4)
           MOVE "-"                   TO WS-ISO-WORK(5:1)
           MOVE WS-ISO-WORK-DATE(5:2) TO WS-ISO-WORK(6:2)
           MOVE "-"                   TO WS-ISO-WORK(8:1)
           MOVE WS-ISO-WORK-DATE(7:2) TO WS-ISO-WORK(9:2).

       WRITE-COMPLIANCE-REPORT.
           MOVE 0 TO WS-LISTED-COUNT
           OPEN OUTPUT SCM-REPORT-FILE
           MOVE SPACES TO SCM-REPORT-LINE
           STRING "SERVICEMEMBER RATE CAP REPORT - " WS-BUSINESS-DATE
               " cap " WS-CAP-RATE
               DELIMITED BY SIZE INTO SCM-REPORT-LINE
           WRITE SCM-REPORT-LINE
           MOVE 0 TO SCM-USER-ID
           START SERVICEMEMBER-FILE KEY IS >= SCM-USER-ID
               INVALID KEY
                   MOVE "10" TO SERVICEMEMBER-FILE-STATUS
           END-START
           PERFORM UNTIL SERVICEMEMBER-FILE-STATUS = "10"
               READ SERVICEMEMBER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM SET-STATUS-TEXT
               MOVE SCM-REFUND-TOTAL TO WS-DISP-AMOUNT
               MOVE SPACES TO SCM-REPORT-LINE
               STRING "User " SCM-USER-ID " " WS-STATUS-TEXT
                   " duty " SCM-DUTY-START "-" SCM-DUTY-END
                   " notice " SCM-NOTICE-DATE " refunded "
                   WS-DISP-AMOUNT " evidence " SCM-EVIDENCE
                   DELIMITED BY SIZE INTO SCM-REPORT-LINE
               WRITE SCM-REPORT-LINE
               ADD 1 TO WS-LISTED-COUNT
           END-PERFORM
           MOVE SPACES TO SCM-REPORT-LINE
           STRING "Servicemembers on file: " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO SCM-REPORT-LINE
           WRITE SCM-REPORT-LINE
           CLOSE SCM-REPORT-FILE
           DISPLAY "Servicemembers on file: " WS-LISTED-COUNT
           DISPLAY "Report written to servicemember_report.txt".
