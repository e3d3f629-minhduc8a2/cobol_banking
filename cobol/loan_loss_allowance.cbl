       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN_LOSS_ALLOWANCE.

      *> Month-end loan loss allowance: reserves for losses before
      *> CHARGEOFF has to book them. Every active loan and every
      *> overdrawn deposit account is put in a risk bucket - a
      *> borrower with an active bankruptcy case (CHECK_BANKRUPTCY)
      *> is BANKRUPT, then a loan LOAN_MODIFY has touched is
      *> MODIFIED, otherwise the bucket goes by days past due:
      *> CURRENT under 30, DPD-30, DPD-60 and DPD-90 for 90 and
      *> over. A loan's days past due run from its oldest unpaid
      *> installment in loan_schedule.db (none while it is inside an
      *> approved forbearance window); an overdraft's are the days
      *> overdrawn on the OD_COLLECTIONS work queue, an account not
      *> yet queued being newly overdrawn. The exposure - remaining
      *> principal, or the amount overdrawn - times the bucket's
      *> rate in loss_rates.db (LOSS_RATE_MAINT) is the required
      *> allowance. The allowance booked so far is the bank's own
      *> user 0 / ALLOWANCE row, and the run moves it to the
      *> required figure through the ledger: an increase as an
      *> LLA-PROVISION row, a decrease as LLA-RELEASE, which the
      *> chart of accounts carries to provision expense and the
      *> allowance account. The supporting report lists every
      *> exposure outside CURRENT and the buckets with their rates,
      *> and goes to loan_loss_allowance.txt and the report archive.
      *> It runs once per business month under MONTH_END_GUARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "loan_schedule.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS LOAN-SCHEDULE-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT OD-WORKQUEUE-FILE ASSIGN TO "od_workqueue.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OW-KEY
               FILE STATUS IS OD-WORKQUEUE-FILE-STATUS.
           SELECT LOSS-RATE-FILE ASSIGN TO "loss_rates.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-KEY
               FILE STATUS IS LOSS-RATE-FILE-STATUS.
           SELECT ALLOWANCE-REPORT-FILE
               ASSIGN TO "loan_loss_allowance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD LOAN-SCHEDULE-FILE.
       COPY "loan_schedule_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD OD-WORKQUEUE-FILE.
       COPY "od_workqueue_record.cpy".

       FD LOSS-RATE-FILE.
       COPY "loss_rate_record.cpy".

       FD ALLOWANCE-REPORT-FILE.
       01 ALLOWANCE-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 LOAN-MASTER-FILE-STATUS   PIC XX.
       01 LOAN-SCHEDULE-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS    PIC XX.
       01 OD-WORKQUEUE-FILE-STATUS  PIC XX.
       01 LOSS-RATE-FILE-STATUS     PIC XX.
       01 WS-ME-JOB        PIC X(10).
       01 WS-ME-BLOCKED    PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-AS-OF-DAYNO   PIC 9(8).
       01 WS-IN-BANKRUPTCY PIC 9 VALUE 0.
      *> The buckets in report order; the same six for both
      *> portfolios, though an overdraft is never MODIFIED.
       01 WS-BUCKET-NAMES.
           05 FILLER PIC X(10) VALUE "CURRENT".
           05 FILLER PIC X(10) VALUE "DPD-30".
           05 FILLER PIC X(10) VALUE "DPD-60".
           05 FILLER PIC X(10) VALUE "DPD-90".
           05 FILLER PIC X(10) VALUE "MODIFIED".
           05 FILLER PIC X(10) VALUE "BANKRUPT".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME PIC X(10) OCCURS 6 TIMES.
      *> Portfolio 1 the loan book, 2 overdrawn deposits.
       01 WS-PORTFOLIO-CODES PIC X(02) VALUE "LO".
       01 WS-PORTFOLIO-TABLE REDEFINES WS-PORTFOLIO-CODES.
           05 WS-PORTFOLIO-CODE PIC X(01) OCCURS 2 TIMES.
       01 WS-BUCKET-TOTALS.
           05 WS-PF-ENTRY OCCURS 2 TIMES.
               10 WS-PF-EXPOSURE  PIC S9(13)V99.
               10 WS-PF-ALLOWANCE PIC S9(13)V99.
               10 WS-BK-ENTRY OCCURS 6 TIMES.
                   15 WS-BK-COUNT     PIC 9(7).
                   15 WS-BK-EXPOSURE  PIC S9(13)V99.
                   15 WS-BK-RATE      PIC 9(3)V99.
                   15 WS-BK-HAS-RATE  PIC X(01).
                   15 WS-BK-ALLOWANCE PIC S9(13)V99.
       01 WS-PF-IDX        PIC 9 VALUE 1.
       01 WS-BK-IDX        PIC 9 VALUE 1.
       01 WS-BUCKET        PIC 9 VALUE 1.
       01 WS-DAYS-PAST-DUE PIC 9(5) VALUE 0.
       01 WS-EXPOSURE      PIC S9(13)V99.
       01 WS-MISSING-RATES PIC 9(2) VALUE 0.
       01 WS-DETAIL-COUNT  PIC 9(7) VALUE 0.
      *> The allowance movement.
       01 WS-REQUIRED      PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-EXPOSURE PIC S9(13)V99 VALUE 0.
       01 WS-PRIOR         PIC S9(13)V99 VALUE 0.
       01 WS-CHANGE        PIC S9(13)V99 VALUE 0.
       01 WS-ALLOWANCE-ID   PIC 9(10) VALUE 0.
       01 WS-ALLOWANCE-TYPE PIC X(10) VALUE "ALLOWANCE".
       01 WS-TXN-TYPE      PIC X(15).
       01 WS-TXN-AMOUNT    PIC S9(10)V99.
       01 WS-TXN-BALANCE   PIC S9(10)V99.
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-DISP-AMOUNT   PIC -(13)9.99.
       01 WS-DISP-RATE     PIC ZZ9.99.
       01 WS-DISP-COUNT    PIC Z(6)9.
       01 WS-DISP-DAYS     PIC Z(4)9.
       01 WS-DISP-ID       PIC Z(9)9.
       01 WS-ARCH-SOURCE   PIC X(30)
           VALUE "loan_loss_allowance.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "LOAN-LOSS-ALLOW".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   Exactly once per month: the month-end guard refuses a
      *>   repeat run and anything against a closed month.
           MOVE "ALLOWANCE" TO WS-ME-JOB
           CALL "MONTH_END_GUARD" USING WS-ME-JOB WS-ME-BLOCKED
           IF WS-ME-BLOCKED = 1
               GOBACK
           END-IF
           DISPLAY "----------------------------"
           DISPLAY "Loan loss allowance is running."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           COMPUTE WS-AS-OF-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           INITIALIZE WS-BUCKET-TOTALS
           PERFORM LOAD-LOSS-RATES THRU LOAD-LOSS-RATES-EXIT
           OPEN OUTPUT ALLOWANCE-REPORT-FILE
           MOVE SPACES TO ALLOWANCE-REPORT-LINE
           STRING "LOAN LOSS ALLOWANCE AS OF " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO ALLOWANCE-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE "EXPOSURES OUTSIDE CURRENT" TO ALLOWANCE-REPORT-LINE
           PERFORM PUT-LINE
           MOVE "P ID         CUSTOMER   ACCOUNT    DAYS  BUCKET"
               TO ALLOWANCE-REPORT-LINE
           MOVE "EXPOSURE" TO ALLOWANCE-REPORT-LINE(66:8)
           PERFORM PUT-LINE
           PERFORM CLASSIFY-LOANS THRU CLASSIFY-LOANS-EXIT
           PERFORM CLASSIFY-OVERDRAFTS THRU CLASSIFY-OVERDRAFTS-EXIT
           IF WS-DETAIL-COUNT = 0
               MOVE "  None." TO ALLOWANCE-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           PERFORM APPLY-PORTFOLIO-RATES
               VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 2
           PERFORM POST-ALLOWANCE-CHANGE
               THRU POST-ALLOWANCE-CHANGE-EXIT
           PERFORM WRITE-SUMMARY
           CLOSE ALLOWANCE-REPORT-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           MOVE WS-REQUIRED TO WS-DISP-AMOUNT
           DISPLAY "Required allowance: " WS-DISP-AMOUNT
           MOVE WS-CHANGE TO WS-DISP-AMOUNT
           DISPLAY "Change posted:      " WS-DISP-AMOUNT
           IF WS-MISSING-RATES > 0
               DISPLAY "*** " WS-MISSING-RATES " bucket(s) with "
                   "exposure but no loss rate on file - nothing "
                   "reserved for them."
           END-IF
           DISPLAY "Report written to loan_loss_allowance.txt"
           GOBACK.

      *> The rate table into the bucket totals. A bucket with no
      *> row keeps rate 0 and is called out if it has exposure.
       LOAD-LOSS-RATES.
           OPEN INPUT LOSS-RATE-FILE
           IF LOSS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "No loss rates on file - run the loss rate "
                   "maintenance first."
               GO TO LOAD-LOSS-RATES-EXIT
           END-IF
           PERFORM UNTIL LOSS-RATE-FILE-STATUS = "10"
               READ LOSS-RATE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-LOSS-RATE
               END-READ
           END-PERFORM
           CLOSE LOSS-RATE-FILE.
       LOAD-LOSS-RATES-EXIT.
           EXIT.

       NOTE-LOSS-RATE.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 2
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > 6
                   IF LR-PORTFOLIO = WS-PORTFOLIO-CODE(WS-PF-IDX)
                      AND LR-BUCKET = WS-BUCKET-NAME(WS-BK-IDX)
                       MOVE LR-RATE
                           TO WS-BK-RATE(WS-PF-IDX, WS-BK-IDX)
                       MOVE "Y"
                           TO WS-BK-HAS-RATE(WS-PF-IDX, WS-BK-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> WS-DAYS-PAST-DUE to WS-BUCKET.
       DAYS-TO-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

       CLASSIFY-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO CLASSIFY-LOANS-EXIT
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           MOVE 1 TO WS-PF-IDX
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-IS-ACTIVE AND LN-REMAINING > 0
                           PERFORM CLASSIFY-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           IF LOAN-SCHEDULE-FILE-STATUS NOT = "35"
               CLOSE LOAN-SCHEDULE-FILE
           END-IF.
       CLASSIFY-LOANS-EXIT.
           EXIT.

       CLASSIFY-ONE-LOAN.
           MOVE LN-REMAINING TO WS-EXPOSURE
           PERFORM LOAN-DAYS-PAST-DUE THRU LOAN-DAYS-PAST-DUE-EXIT
           CALL "CHECK_BANKRUPTCY" USING LN-USER-ID WS-IN-BANKRUPTCY
           EVALUATE TRUE
               WHEN WS-IN-BANKRUPTCY = 1
                   MOVE 6 TO WS-BUCKET
               WHEN LN-MOD-COUNT > 0
                   MOVE 5 TO WS-BUCKET
               WHEN OTHER
                   PERFORM DAYS-TO-BUCKET
           END-EVALUATE
           PERFORM ADD-EXPOSURE
           IF WS-BUCKET > 1
               MOVE LN-LOAN-ID TO WS-DISP-ID
               MOVE SPACES TO ALLOWANCE-REPORT-LINE
               MOVE "L" TO ALLOWANCE-REPORT-LINE(1:1)
               MOVE WS-DISP-ID TO ALLOWANCE-REPORT-LINE(3:10)
               MOVE LN-USER-ID TO WS-DISP-ID
               MOVE WS-DISP-ID TO ALLOWANCE-REPORT-LINE(14:10)
               MOVE "LOAN" TO ALLOWANCE-REPORT-LINE(25:10)
               PERFORM PUT-DETAIL-LINE
           END-IF.

      *> Days since the oldest unpaid installment fell due; none in
      *> an approved forbearance window or with nothing overdue.
       LOAN-DAYS-PAST-DUE.
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF LOAN-SCHEDULE-FILE-STATUS = "35"
               GO TO LOAN-DAYS-PAST-DUE-EXIT
           END-IF
           IF LN-FORBEAR-START NOT = 0
              AND WS-BUSINESS-DATE >= LN-FORBEAR-START
              AND WS-BUSINESS-DATE <= LN-FORBEAR-END
               GO TO LOAN-DAYS-PAST-DUE-EXIT
           END-IF
           MOVE LN-LOAN-ID TO LS-LOAN-ID
           MOVE 0 TO LS-PAYMENT-NO
           START LOAN-SCHEDULE-FILE KEY IS >= LS-KEY
               INVALID KEY
                   GO TO LOAN-DAYS-PAST-DUE-EXIT
           END-START
           PERFORM UNTIL LOAN-SCHEDULE-FILE-STATUS = "10"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LS-LOAN-ID NOT = LN-LOAN-ID
                  OR LS-DUE-DATE NOT < WS-BUSINESS-DATE
                   EXIT PERFORM
               END-IF
               IF NOT LS-IS-PAID
                   COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-DAYNO
                       - FUNCTION INTEGER-OF-DATE(LS-DUE-DATE)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       LOAN-DAYS-PAST-DUE-EXIT.
           EXIT.

      *> Customers' overdrawn deposit rows. Loan and credit line
      *> rows run negative by design and are not overdrafts.
       CLASSIFY-OVERDRAFTS.
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GO TO CLASSIFY-OVERDRAFTS-EXIT
           END-IF
           OPEN INPUT OD-WORKQUEUE-FILE
           MOVE 2 TO WS-PF-IDX
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BALANCE-REC-ID NOT = 0
                          AND BALANCE-REC-BALANCE < 0
                          AND BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
                          AND BALANCE-REC-ACCOUNT-TYPE
                              NOT = "CREDITLINE"
                           PERFORM CLASSIFY-ONE-OVERDRAFT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-DB-FILE
           IF OD-WORKQUEUE-FILE-STATUS NOT = "35"
               CLOSE OD-WORKQUEUE-FILE
           END-IF.
       CLASSIFY-OVERDRAFTS-EXIT.
           EXIT.

       CLASSIFY-ONE-OVERDRAFT.
           COMPUTE WS-EXPOSURE = 0 - BALANCE-REC-BALANCE
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF OD-WORKQUEUE-FILE-STATUS NOT = "35"
               MOVE BALANCE-REC-ID TO OW-USER-ID
               MOVE BALANCE-REC-ACCOUNT-TYPE TO OW-ACCOUNT-TYPE
               READ OD-WORKQUEUE-FILE
                   NOT INVALID KEY
                       MOVE OW-DAYS-OVERDRAWN TO WS-DAYS-PAST-DUE
               END-READ
           END-IF
           CALL "CHECK_BANKRUPTCY" USING BALANCE-REC-ID
               WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 1
               MOVE 6 TO WS-BUCKET
           ELSE
               PERFORM DAYS-TO-BUCKET
           END-IF
           PERFORM ADD-EXPOSURE
           IF WS-BUCKET > 1
               MOVE SPACES TO ALLOWANCE-REPORT-LINE
               MOVE "O" TO ALLOWANCE-REPORT-LINE(1:1)
               MOVE BALANCE-REC-ACCOUNT-NO TO WS-DISP-ID
               MOVE WS-DISP-ID TO ALLOWANCE-REPORT-LINE(3:10)
               MOVE BALANCE-REC-ID TO WS-DISP-ID
               MOVE WS-DISP-ID TO ALLOWANCE-REPORT-LINE(14:10)
               MOVE BALANCE-REC-ACCOUNT-TYPE
                   TO ALLOWANCE-REPORT-LINE(25:10)
               PERFORM PUT-DETAIL-LINE
           END-IF.

       ADD-EXPOSURE.
           ADD 1 TO WS-BK-COUNT(WS-PF-IDX, WS-BUCKET)
           ADD WS-EXPOSURE TO WS-BK-EXPOSURE(WS-PF-IDX, WS-BUCKET).

       PUT-DETAIL-LINE.
           MOVE WS-DAYS-PAST-DUE TO WS-DISP-DAYS
           MOVE WS-DISP-DAYS TO ALLOWANCE-REPORT-LINE(35:5)
           MOVE WS-BUCKET-NAME(WS-BUCKET)
               TO ALLOWANCE-REPORT-LINE(42:10)
           MOVE WS-EXPOSURE TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(57:17)
           ADD 1 TO WS-DETAIL-COUNT
           WRITE ALLOWANCE-REPORT-LINE.

       APPLY-PORTFOLIO-RATES.
           PERFORM APPLY-BUCKET-RATE
               VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6.

       APPLY-BUCKET-RATE.
           COMPUTE WS-BK-ALLOWANCE(WS-PF-IDX, WS-BK-IDX) ROUNDED =
               WS-BK-EXPOSURE(WS-PF-IDX, WS-BK-IDX)
               * WS-BK-RATE(WS-PF-IDX, WS-BK-IDX) / 100
           IF WS-BK-EXPOSURE(WS-PF-IDX, WS-BK-IDX) > 0
              AND WS-BK-HAS-RATE(WS-PF-IDX, WS-BK-IDX) NOT = "Y"
               ADD 1 TO WS-MISSING-RATES
           END-IF
           ADD WS-BK-EXPOSURE(WS-PF-IDX, WS-BK-IDX)
               TO WS-PF-EXPOSURE(WS-PF-IDX)
           ADD WS-BK-ALLOWANCE(WS-PF-IDX, WS-BK-IDX)
               TO WS-PF-ALLOWANCE(WS-PF-IDX)
           ADD WS-BK-EXPOSURE(WS-PF-IDX, WS-BK-IDX)
               TO WS-TOTAL-EXPOSURE
           ADD WS-BK-ALLOWANCE(WS-PF-IDX, WS-BK-IDX) TO WS-REQUIRED.

      *> The ALLOWANCE row holds what is booked (a credit balance,
      *> so positive); it moves to the required figure and the
      *> ledger row carries the difference to the GL.
       POST-ALLOWANCE-CHANGE.
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-ALLOWANCE-ID TO BALANCE-REC-ID
           MOVE WS-ALLOWANCE-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE WS-ALLOWANCE-ID TO BALANCE-REC-ID
                   MOVE WS-ALLOWANCE-TYPE TO BALANCE-REC-ACCOUNT-TYPE
                   MOVE 0 TO BALANCE-REC-BALANCE
                   MOVE 0 TO BALANCE-REC-OVERDRAFT-LIMIT
                   MOVE "USD" TO BALANCE-REC-CURRENCY-CODE
                   MOVE "N" TO BALANCE-REC-DORMANT-FLAG
                   MOVE 0 TO BALANCE-REC-ACCOUNT-NO
                   MOVE "MAIN" TO BALANCE-REC-BRANCH-CODE
                   WRITE BALANCE-DB-RECORD
           END-READ
           MOVE BALANCE-REC-BALANCE TO WS-PRIOR
           COMPUTE WS-CHANGE = WS-REQUIRED - WS-PRIOR
           IF WS-CHANGE = 0
               CLOSE BALANCE-DB-FILE
               GO TO POST-ALLOWANCE-CHANGE-EXIT
           END-IF
           MOVE WS-REQUIRED TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           CLOSE BALANCE-DB-FILE
           IF WS-CHANGE > 0
               MOVE "LLA-PROVISION" TO WS-TXN-TYPE
           ELSE
               MOVE "LLA-RELEASE" TO WS-TXN-TYPE
           END-IF
           MOVE WS-CHANGE TO WS-TXN-AMOUNT
           MOVE WS-REQUIRED TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-ALLOWANCE-ID
               WS-TXN-TYPE WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-ALLOWANCE-TYPE WS-LEDGER-RATE.
       POST-ALLOWANCE-CHANGE-EXIT.
           EXIT.

       WRITE-SUMMARY.
           PERFORM PUT-BLANK-LINE
           MOVE "ALLOWANCE BY RISK BUCKET" TO ALLOWANCE-REPORT-LINE
           PERFORM PUT-LINE
           MOVE "P BUCKET       COUNT" TO ALLOWANCE-REPORT-LINE
           MOVE "EXPOSURE" TO ALLOWANCE-REPORT-LINE(37:8)
           MOVE "RATE %" TO ALLOWANCE-REPORT-LINE(48:6)
           MOVE "ALLOWANCE" TO ALLOWANCE-REPORT-LINE(63:9)
           PERFORM PUT-LINE
           PERFORM WRITE-PORTFOLIO
               VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 2
           MOVE "TOTAL" TO ALLOWANCE-REPORT-LINE
           MOVE WS-TOTAL-EXPOSURE TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(28:17)
           MOVE WS-REQUIRED TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(55:17)
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE "REQUIRED ALLOWANCE" TO ALLOWANCE-REPORT-LINE
           MOVE WS-REQUIRED TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(55:17)
           PERFORM PUT-LINE
           MOVE "ALLOWANCE BOOKED BEFORE THIS RUN"
               TO ALLOWANCE-REPORT-LINE
           MOVE WS-PRIOR TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(55:17)
           PERFORM PUT-LINE
           EVALUATE TRUE
               WHEN WS-CHANGE > 0
                   MOVE "PROVISION POSTED (LLA-PROVISION)"
                       TO ALLOWANCE-REPORT-LINE
               WHEN WS-CHANGE < 0
                   MOVE "RELEASE POSTED (LLA-RELEASE)"
                       TO ALLOWANCE-REPORT-LINE
               WHEN OTHER
                   MOVE "NO CHANGE - NOTHING POSTED"
                       TO ALLOWANCE-REPORT-LINE
           END-EVALUATE
           MOVE WS-CHANGE TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(55:17)
           PERFORM PUT-LINE
           IF WS-MISSING-RATES > 0
               MOVE SPACES TO ALLOWANCE-REPORT-LINE
               STRING "*** NO RATE ON FILE FOR " WS-MISSING-RATES
                   " BUCKET(S) WITH EXPOSURE - NOTHING RESERVED"
                   DELIMITED BY SIZE INTO ALLOWANCE-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       WRITE-PORTFOLIO.
           PERFORM WRITE-BUCKET-LINE THRU WRITE-BUCKET-LINE-EXIT
               VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6
           IF WS-PF-IDX = 1
               MOVE "  LOANS" TO ALLOWANCE-REPORT-LINE
           ELSE
               MOVE "  OVERDRAWN DEPOSITS" TO ALLOWANCE-REPORT-LINE
           END-IF
           MOVE WS-PF-EXPOSURE(WS-PF-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(28:17)
           MOVE WS-PF-ALLOWANCE(WS-PF-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(55:17)
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE.

       WRITE-BUCKET-LINE.
           IF WS-PF-IDX = 2 AND WS-BK-IDX = 5
               GO TO WRITE-BUCKET-LINE-EXIT
           END-IF
           MOVE SPACES TO ALLOWANCE-REPORT-LINE
           MOVE WS-PORTFOLIO-CODE(WS-PF-IDX)
               TO ALLOWANCE-REPORT-LINE(1:1)
           MOVE WS-BUCKET-NAME(WS-BK-IDX)
               TO ALLOWANCE-REPORT-LINE(3:10)
           MOVE WS-BK-COUNT(WS-PF-IDX, WS-BK-IDX) TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO ALLOWANCE-REPORT-LINE(14:7)
           MOVE WS-BK-EXPOSURE(WS-PF-IDX, WS-BK-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(28:17)
           IF WS-BK-HAS-RATE(WS-PF-IDX, WS-BK-IDX) = "Y"
               MOVE WS-BK-RATE(WS-PF-IDX, WS-BK-IDX) TO WS-DISP-RATE
               MOVE WS-DISP-RATE TO ALLOWANCE-REPORT-LINE(48:6)
           ELSE
               MOVE "NONE" TO ALLOWANCE-REPORT-LINE(50:4)
           END-IF
           MOVE WS-BK-ALLOWANCE(WS-PF-IDX, WS-BK-IDX)
               TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ALLOWANCE-REPORT-LINE(55:17)
           PERFORM PUT-LINE.
       WRITE-BUCKET-LINE-EXIT.
           EXIT.

       PUT-BLANK-LINE.
           MOVE SPACES TO ALLOWANCE-REPORT-LINE
           WRITE ALLOWANCE-REPORT-LINE.

       PUT-LINE.
           WRITE ALLOWANCE-REPORT-LINE
           DISPLAY ALLOWANCE-REPORT-LINE
           MOVE SPACES TO ALLOWANCE-REPORT-LINE.
