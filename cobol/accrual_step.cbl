       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL_STEP.

      *> INTEREST_ACCRUAL one account at a time, for BALANCE_SWEEP
      *> (sweep_step_control.cpy): accrues one day's interest on the
      *> account into INTEREST-ACCRUAL-FILE instead of crediting the
      *> balance directly. The accrual base is the month-to-date
      *> average daily balance from balance_history.db snapshots;
      *> the rate comes from the product master's tiers. Re-running
      *> for the same business date REWRITEs that date's rows, so
      *> the run is safe to re-execute.
      *> An overdrawn month-to-date average accrues debit interest
      *> the same way, at the rate GET_DEBIT_RATE gives, as a
      *> negative row that INTEREST_CAPITALIZE charges monthly as
      *> DEBIT-INTEREST. Nothing accrues against a customer under an
      *> active bankruptcy case.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT INTEREST-ACCRUAL-FILE ASSIGN TO "interest_accrual.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IA-KEY
               FILE STATUS IS INTEREST-ACCRUAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       FD INTEREST-ACCRUAL-FILE.
       COPY "interest_accrual_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS          PIC XX.
       01 WS-OWNER-DECEASED            PIC 9 VALUE 0.
       01 BALANCE-HISTORY-FILE-STATUS  PIC XX.
       01 INTEREST-ACCRUAL-FILE-STATUS PIC XX.
       01 WS-ANNUAL-RATE        PIC 9V9(4) VALUE 0.0150.
       01 WS-APPLIED-RATE       PIC 9V9(4).
       01 WS-EXC-RATE-ADDON     PIC 9V9(4).
       01 WS-EXC-FEE-WAIVED     PIC X(01).
       01 WS-EXC-FOUND          PIC 9 VALUE 0.
       01 WS-DAILY-RATE         PIC 9V9(8).
       01 WS-TIER-IDX           PIC 9 VALUE 1.
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-MONTH-START        PIC 9(8).
       01 WS-AVG-BALANCE        PIC S9(12)V99.
       01 WS-SNAP-TOTAL         PIC S9(14)V99.
       01 WS-SNAP-COUNT         PIC 9(4).
       01 WS-ACCRUED-AMOUNT     PIC S9(10)V99.
       01 WS-ACCOUNTS-ACCRUED   PIC 9(6) VALUE 0.
       01 WS-TOTAL-ACCRUED      PIC S9(10)V99 VALUE 0.
       01 WS-DEBIT-RATE         PIC 9V9(4).
       01 WS-IN-BANKRUPTCY      PIC 9 VALUE 0.
       01 WS-DEBIT-ACCOUNTS     PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBIT        PIC S9(10)V99 VALUE 0.
       01 WS-STAYED-SKIPPED     PIC 9(6) VALUE 0.
       01 WS-PRODUCT-RECORD.
           05 WS-PRD-ACCOUNT-TYPE      PIC X(10).
           05 WS-PRD-RATE-TIER OCCURS 3 TIMES.
               10 WS-PRD-TIER-LIMIT    PIC 9(10)V99.
               10 WS-PRD-TIER-RATE     PIC 9V9(4).
           05 WS-PRD-MONTHLY-FEE       PIC 9(10)V99.
           05 WS-PRD-OVERDRAFT-FEE     PIC 9(10)V99.
           05 WS-PRD-MINIMUM-BALANCE   PIC 9(10)V99.
           05 WS-PRD-DEFAULT-OVERDRAFT PIC 9(10)V99.
           05 WS-PRD-DEFAULT-CURRENCY  PIC X(03).
           05 WS-PRD-LATE-GRACE-DAYS   PIC 9(3).
           05 WS-PRD-LATE-FEE-TYPE     PIC X(01).
           05 WS-PRD-LATE-FEE-AMOUNT   PIC 9(8)V99.
           05 WS-PRD-LATE-FEE-PCT      PIC 9(2)V99.
           05 WS-PRD-WD-LIMIT          PIC 9(3).
           05 WS-PRD-EXCESS-WD-FEE     PIC 9(8)V99.
           05 WS-PRD-REPRICE-PCT       PIC 9(3) OCCURS 6 TIMES.
           05 WS-PRD-DEBIT-RATE        PIC 9V9(4).
           05 WS-PRD-EARLY-WD-RULE     PIC X(01).
           05 WS-PRD-EARLY-WD-PCT      PIC 9(2)V99.
           05 WS-PRD-EARLY-WD-MIN      PIC 9(8)V99.
       01 WS-PRODUCT-FOUND             PIC 9 VALUE 0.

       LINKAGE SECTION.
       COPY "sweep_step_control.cpy".
       COPY "balance_record.cpy".

       PROCEDURE DIVISION USING SWEEP-STEP-CONTROL BALANCE-DB-RECORD.
       MAIN-PARA.
           EVALUATE TRUE
               WHEN SSC-START-RUN
                   PERFORM START-RUN
               WHEN SSC-ONE-ACCOUNT
                   PERFORM ACCRUE-IF-ELIGIBLE
               WHEN SSC-FINISH-RUN
                   PERFORM FINISH-RUN
           END-EVALUATE
           GOBACK.

       START-RUN.
           MOVE 0 TO WS-ACCOUNTS-ACCRUED
           MOVE 0 TO WS-TOTAL-ACCRUED
           MOVE 0 TO WS-DEBIT-ACCOUNTS
           MOVE 0 TO WS-TOTAL-DEBIT
           MOVE 0 TO WS-STAYED-SKIPPED
           DISPLAY "----------------------------"
           DISPLAY "Interest accrual is running."
           DISPLAY "----------------------------"
           MOVE SSC-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-MONTH-START
           MOVE 1 TO WS-MONTH-START(7:2)
           OPEN INPUT BALANCE-HISTORY-FILE
           OPEN INPUT USER-DB-FILE
           OPEN I-O INTEREST-ACCRUAL-FILE
           IF INTEREST-ACCRUAL-FILE-STATUS = "35"
               OPEN OUTPUT INTEREST-ACCRUAL-FILE
               CLOSE INTEREST-ACCRUAL-FILE
               OPEN I-O INTEREST-ACCRUAL-FILE
           END-IF.

       FINISH-RUN.
           IF BALANCE-HISTORY-FILE-STATUS = "00"
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           IF USER-DB-FILE-STATUS = "00"
               CLOSE USER-DB-FILE
           END-IF
           CLOSE INTEREST-ACCRUAL-FILE
           DISPLAY "Accounts accrued: " WS-ACCOUNTS-ACCRUED
           DISPLAY "Total interest accrued: " WS-TOTAL-ACCRUED
           DISPLAY "Overdrawn accounts accrued: " WS-DEBIT-ACCOUNTS
           DISPLAY "Total debit interest accrued: " WS-TOTAL-DEBIT
           DISPLAY "Bankruptcy accounts skipped: " WS-STAYED-SKIPPED.

       CHECK-OWNER-DECEASED.
           MOVE 0 TO WS-OWNER-DECEASED
           IF USER-DB-FILE-STATUS NOT = "00"
               GO TO CHECK-OWNER-DECEASED-EXIT
           END-IF
           MOVE BALANCE-REC-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-IS-DECEASED
                       MOVE 1 TO WS-OWNER-DECEASED
                   END-IF
           END-READ.
       CHECK-OWNER-DECEASED-EXIT.
           EXIT.

      *> LOAN and TERMDEP rows never accrue here: a loan's interest
      *> lives in its amortization schedule and a term deposit pays
      *> its locked rate at maturity - accruing on top would pay
      *> interest twice. A credit line accrues in CREDIT_LINE_CYCLE.
       ACCRUE-IF-ELIGIBLE.
           IF BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
              AND BALANCE-REC-ACCOUNT-TYPE NOT = "TERMDEP"
              AND BALANCE-REC-ACCOUNT-TYPE NOT = "CREDITLINE"
               PERFORM ACCRUE-ONE-ACCOUNT
                   THRU ACCRUE-ONE-ACCOUNT-EXIT
           END-IF.

       ACCRUE-ONE-ACCOUNT.
      *>   Interest stops at the date of death - a deceased
      *>   customer's rows accrue nothing after the flag is set;
      *>   the estate settles at the balance as it stands.
           PERFORM CHECK-OWNER-DECEASED THRU CHECK-OWNER-DECEASED-EXIT
           IF WS-OWNER-DECEASED = 1
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM COMPUTE-AVERAGE-BALANCE
           IF WS-AVG-BALANCE < 0
               PERFORM ACCRUE-DEBIT-INTEREST
                   THRU ACCRUE-DEBIT-INTEREST-EXIT
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-AVG-BALANCE = 0 OR BALANCE-REC-BALANCE <= 0
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM PICK-PRODUCT-RATE
           COMPUTE WS-DAILY-RATE = WS-APPLIED-RATE / 365
           COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
               WS-AVG-BALANCE * WS-DAILY-RATE
           IF WS-ACCRUED-AMOUNT > 0
               MOVE BALANCE-REC-ID           TO IA-BALANCE-ID
               MOVE BALANCE-REC-ACCOUNT-TYPE TO IA-ACCOUNT-TYPE
               MOVE WS-BUSINESS-DATE         TO IA-ACCRUAL-DATE
               MOVE WS-ACCRUED-AMOUNT        TO IA-AMOUNT
               MOVE "N"                      TO IA-CAPITALIZED
               WRITE INTEREST-ACCRUAL-RECORD
                   INVALID KEY
                       REWRITE INTEREST-ACCRUAL-RECORD
               END-WRITE
               ADD 1 TO WS-ACCOUNTS-ACCRUED
               ADD WS-ACCRUED-AMOUNT TO WS-TOTAL-ACCRUED
           END-IF.
       ACCRUE-ONE-ACCOUNT-EXIT.
           EXIT.

      *> The day's debit interest on the overdrawn average, kept as
      *> a negative row under the same key a credit accrual uses -
      *> an account's average is one or the other on any date.
       ACCRUE-DEBIT-INTEREST.
           CALL "CHECK_BANKRUPTCY" USING BALANCE-REC-ID
               WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 1
               ADD 1 TO WS-STAYED-SKIPPED
               GO TO ACCRUE-DEBIT-INTEREST-EXIT
           END-IF
           CALL "GET_DEBIT_RATE" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-DEBIT-RATE
           IF WS-DEBIT-RATE = 0
               GO TO ACCRUE-DEBIT-INTEREST-EXIT
           END-IF
           COMPUTE WS-DAILY-RATE = WS-DEBIT-RATE / 365
           COMPUTE WS-ACCRUED-AMOUNT ROUNDED =
               WS-AVG-BALANCE * WS-DAILY-RATE
           IF WS-ACCRUED-AMOUNT < 0
               MOVE BALANCE-REC-ID           TO IA-BALANCE-ID
               MOVE BALANCE-REC-ACCOUNT-TYPE TO IA-ACCOUNT-TYPE
               MOVE WS-BUSINESS-DATE         TO IA-ACCRUAL-DATE
               MOVE WS-ACCRUED-AMOUNT        TO IA-AMOUNT
               MOVE "N"                      TO IA-CAPITALIZED
               WRITE INTEREST-ACCRUAL-RECORD
                   INVALID KEY
                       REWRITE INTEREST-ACCRUAL-RECORD
               END-WRITE
               ADD 1 TO WS-DEBIT-ACCOUNTS
               ADD WS-ACCRUED-AMOUNT TO WS-TOTAL-DEBIT
           END-IF.
       ACCRUE-DEBIT-INTEREST-EXIT.
           EXIT.

      *> Month-to-date average daily balance from the nightly
      *> snapshots. An account with no snapshots yet (opened today,
      *> or the snapshot batch hasn't run) accrues on its current
      *> balance, the best figure available.
       COMPUTE-AVERAGE-BALANCE.
           MOVE 0 TO WS-SNAP-TOTAL
           MOVE 0 TO WS-SNAP-COUNT
           IF BALANCE-HISTORY-FILE-STATUS = "00"
               MOVE BALANCE-REC-ID           TO BH-BALANCE-ID
               MOVE BALANCE-REC-ACCOUNT-TYPE TO BH-BALANCE-ACCOUNT-TYPE
               MOVE WS-MONTH-START           TO BH-SNAPSHOT-DATE
               START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SUM-SNAPSHOTS
               END-START
           END-IF
           IF WS-SNAP-COUNT > 0
               COMPUTE WS-AVG-BALANCE =
                   WS-SNAP-TOTAL / WS-SNAP-COUNT
           ELSE
               MOVE BALANCE-REC-BALANCE TO WS-AVG-BALANCE
           END-IF.

       SUM-SNAPSHOTS.
           PERFORM UNTIL BALANCE-HISTORY-FILE-STATUS = "10"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BH-BALANCE-ID NOT = BALANCE-REC-ID
                          OR BH-BALANCE-ACCOUNT-TYPE NOT =
                             BALANCE-REC-ACCOUNT-TYPE
                          OR BH-SNAPSHOT-DATE > WS-BUSINESS-DATE
                           EXIT PERFORM
                       END-IF
                       ADD BH-BALANCE TO WS-SNAP-TOTAL
                       ADD 1 TO WS-SNAP-COUNT
               END-READ
           END-PERFORM
      *>   Reposition for the next account's START.
           MOVE "00" TO BALANCE-HISTORY-FILE-STATUS.

      *> Same tier pick the old posting run used: product master rate
      *> for the account's balance band, falling back to the built-in
      *> rate when no product row exists.
       PICK-PRODUCT-RATE.
           MOVE WS-ANNUAL-RATE TO WS-APPLIED-RATE
           CALL "GET_PRODUCT" USING BALANCE-REC-ACCOUNT-TYPE
               WS-PRODUCT-RECORD WS-PRODUCT-FOUND
           IF WS-PRODUCT-FOUND = 1
               MOVE WS-PRD-TIER-RATE(3) TO WS-APPLIED-RATE
               PERFORM VARYING WS-TIER-IDX FROM 3 BY -1
                       UNTIL WS-TIER-IDX < 1
                   IF WS-AVG-BALANCE <=
                      WS-PRD-TIER-LIMIT(WS-TIER-IDX)
                       MOVE WS-PRD-TIER-RATE(WS-TIER-IDX)
                           TO WS-APPLIED-RATE
                   END-IF
               END-PERFORM
           END-IF
      *>   A negotiated pricing exception rides on top of whichever
      *>   tier was picked - the promised quarter point over, not a
      *>   hand-posted correction every month.
           CALL "GET_PRICING_EXCEPTION" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-EXC-RATE-ADDON WS-EXC-FEE-WAIVED WS-EXC-FOUND
           IF WS-EXC-FOUND = 1 AND WS-EXC-RATE-ADDON > 0
               ADD WS-EXC-RATE-ADDON TO WS-APPLIED-RATE
           END-IF.
