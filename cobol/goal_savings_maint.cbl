       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOAL_SAVINGS_MAINT.

      *> Goal savings (holiday club) pots. Opening one sets up the
      *> three pieces together: the customer's GOALSAVE balance row,
      *> the standing order that funds it from CHECKING, and the goal
      *> itself - a target amount by a release date, and whether the
      *> customer is re-enrolled for another cycle or the pot is
      *> closed once GOAL_RELEASE has paid it out. The pot pays out
      *> only at release; the counter, transfer and channel debit
      *> paths all refuse it, and a withdrawal before the release
      *> date is taken here, under the GOALSAVE product's rule -
      *> blocked outright, or paid to CHECKING less a penalty posted
      *> as a separate FEE row.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-SAVINGS-FILE ASSIGN TO "goal_savings.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GS-USER-ID
               FILE STATUS IS GOAL-SAVINGS-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "standing_order.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS STANDING-ORDER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GOAL-SAVINGS-FILE.
       COPY "goal_savings_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD STANDING-ORDER-FILE.
       COPY "standing_order_record.cpy".

       WORKING-STORAGE SECTION.
       01 GOAL-SAVINGS-FILE-STATUS   PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 STANDING-ORDER-FILE-STATUS PIC XX.
       COPY "product_record.cpy".
       01 WS-PRODUCT-FOUND  PIC 9 VALUE 0.
       01 WS-GOAL-ACCOUNT   PIC X(10) VALUE "GOALSAVE".
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-USER-ID        PIC 9(10).
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-CONFIRM        PIC X VALUE "N".
       01 WS-GOAL-ON-FILE   PIC 9 VALUE 0.
       01 WS-OWNERS-CLEARED PIC 9 VALUE 1.
      *> The funding CHECKING row's branch, carried onto the new
      *> GOALSAVE row so it lands in the right branch's totals.
       01 WS-CUSTOMER-BRANCH PIC X(04) VALUE "MAIN".
       01 WS-GOAL-NAME      PIC X(30).
       01 WS-TARGET-AMOUNT  PIC 9(10)V99.
       01 WS-RELEASE-DATE   PIC 9(8).
       01 WS-CYCLE-MONTHS   PIC 9(3).
       01 WS-FUNDING-AMOUNT PIC 9(10)V99.
       01 WS-FREQUENCY      PIC X(10).
       01 WS-FIRST-RUN-DATE PIC 9(8).
       01 WS-AT-RELEASE     PIC X(01).
       01 WS-NEXT-ORDER-ID  PIC 9(10).
       01 WS-NEXT-ACCOUNT-NO PIC 9(10).
       01 WS-SEQ-STATUS     PIC 9 VALUE 1.
       01 WS-POT-BALANCE    PIC S9(10)V99.
       01 WS-PROGRESS-PCT   PIC 9(3).
       01 WS-PCT-WORK       PIC 9(9).
       01 WS-SHORTFALL      PIC S9(10)V99.
       01 WS-DAYS-TO-GO     PIC S9(6).
       01 WS-DISPLAY-AMOUNT PIC -9(10).99.
       01 WS-WD-AMOUNT      PIC 9(10)V99.
       01 WS-PENALTY        PIC 9(10)V99.
       01 WS-NET-PAYOUT     PIC 9(10)V99.
       01 WS-POT-FROZEN     PIC 9 VALUE 0.
       01 WS-ACTIVE-HOLDS   PIC 9(12)V99 VALUE 0.
       01 WS-AVAILABLE      PIC S9(12)V99.
       01 WS-TXN-AMOUNT     PIC S9(10)V99.
       01 WS-TXN-BALANCE    PIC S9(10)V99.
       01 WS-TXN-TYPE-EARLY PIC X(15) VALUE "GOAL-EARLY-WD".
       01 WS-TXN-TYPE-FEE   PIC X(15) VALUE "FEE".
       01 WS-LEDGER-RATE    PIC 9(03)V9(6) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Goal savings maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O GOAL-SAVINGS-FILE
           IF GOAL-SAVINGS-FILE-STATUS = "35"
               OPEN OUTPUT GOAL-SAVINGS-FILE
               CLOSE GOAL-SAVINGS-FILE
               OPEN I-O GOAL-SAVINGS-FILE
           END-IF
           IF GOAL-SAVINGS-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "goal_savings.db     " GOAL-SAVINGS-FILE-STATUS
               GOBACK
           END-IF
           DISPLAY "1. Open a goal savings pot"
           DISPLAY "2. Show progress toward a goal"
           DISPLAY "3. Early withdrawal before release"
           DISPLAY "4. Change what happens at release"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM OPEN-GOAL THRU OPEN-GOAL-EXIT
               WHEN 2
                   PERFORM SHOW-PROGRESS THRU SHOW-PROGRESS-EXIT
               WHEN 3
                   PERFORM EARLY-WITHDRAWAL
                       THRU EARLY-WITHDRAWAL-EXIT
               WHEN 4
                   PERFORM CHANGE-AT-RELEASE
                       THRU CHANGE-AT-RELEASE-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE GOAL-SAVINGS-FILE
           GOBACK.

      *> Reads the customer's goal row; WS-GOAL-ON-FILE is 1 for an
      *> active goal, 2 for a closed one still on file.
       READ-GOAL.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           MOVE 0 TO WS-GOAL-ON-FILE
           MOVE WS-USER-ID TO GS-USER-ID
           READ GOAL-SAVINGS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GS-IS-ACTIVE
                       MOVE 1 TO WS-GOAL-ON-FILE
                   ELSE
                       MOVE 2 TO WS-GOAL-ON-FILE
                   END-IF
           END-READ.

      *> One pot per customer - the balance row is keyed on the
      *> customer and GOALSAVE - so a customer with an active goal
      *> or a GOALSAVE row already open is turned away. The pot row,
      *> the funding order and the goal are only written once every
      *> answer has been checked and confirmed.
       OPEN-GOAL.
           PERFORM READ-GOAL
           IF WS-GOAL-ON-FILE = 1
               DISPLAY "Customer already has a goal savings pot - "
                   "not opened."
               GO TO OPEN-GOAL-EXIT
           END-IF
           CALL "CHECK_BENEFICIAL_OWNERS" USING WS-USER-ID
               WS-OWNERS-CLEARED
           IF WS-OWNERS-CLEARED = 0
               DISPLAY "Business customer's beneficial owner list is "
                   "not certified - pot not opened."
               GO TO OPEN-GOAL-EXIT
           END-IF
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO OPEN-GOAL-EXIT
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-GOAL-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer already has a GOALSAVE account - "
                       "pot not opened."
                   CLOSE BALANCE-DB-FILE
                   GO TO OPEN-GOAL-EXIT
           END-READ
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE "CHECKING" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "Customer has no CHECKING account to fund "
                       "the pot and take the release - not opened."
                   CLOSE BALANCE-DB-FILE
                   GO TO OPEN-GOAL-EXIT
           END-READ
           IF BALANCE-REC-BRANCH-CODE NOT = SPACES
               MOVE BALANCE-REC-BRANCH-CODE TO WS-CUSTOMER-BRANCH
           END-IF
           CLOSE BALANCE-DB-FILE
           DISPLAY "Goal name (e.g. HOLIDAY 2027): "
           ACCEPT WS-GOAL-NAME
           IF WS-GOAL-NAME = SPACES
               MOVE "GOAL SAVINGS" TO WS-GOAL-NAME
           END-IF
           DISPLAY "Target amount: "
           ACCEPT WS-TARGET-AMOUNT
           IF WS-TARGET-AMOUNT = 0
               DISPLAY "Target amount must be more than zero."
               GO TO OPEN-GOAL-EXIT
           END-IF
           DISPLAY "Target / release date (YYYYMMDD): "
           ACCEPT WS-RELEASE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RELEASE-DATE) NOT = 0
              OR WS-RELEASE-DATE <= WS-BUSINESS-DATE
               DISPLAY "Release date must be a valid date after "
                   "today - pot not opened."
               GO TO OPEN-GOAL-EXIT
           END-IF
           DISPLAY "Funding amount per standing order payment: "
           ACCEPT WS-FUNDING-AMOUNT
           IF WS-FUNDING-AMOUNT = 0
               DISPLAY "Funding amount must be more than zero."
               GO TO OPEN-GOAL-EXIT
           END-IF
           DISPLAY "Funding frequency (WEEKLY/MONTHLY): "
           ACCEPT WS-FREQUENCY
           MOVE FUNCTION UPPER-CASE(WS-FREQUENCY) TO WS-FREQUENCY
           IF WS-FREQUENCY = SPACES
               MOVE "MONTHLY" TO WS-FREQUENCY
           END-IF
           IF WS-FREQUENCY NOT = "WEEKLY"
              AND WS-FREQUENCY NOT = "MONTHLY"
               DISPLAY "Frequency must be WEEKLY or MONTHLY - pot "
                   "not opened."
               GO TO OPEN-GOAL-EXIT
           END-IF
           DISPLAY "First funding date (YYYYMMDD, blank for today): "
           ACCEPT WS-FIRST-RUN-DATE
           IF WS-FIRST-RUN-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-FIRST-RUN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-RUN-DATE) NOT = 0
              OR WS-FIRST-RUN-DATE < WS-BUSINESS-DATE
              OR WS-FIRST-RUN-DATE >= WS-RELEASE-DATE
               DISPLAY "First funding date must fall from today to "
                   "before the release date - pot not opened."
               GO TO OPEN-GOAL-EXIT
           END-IF
           DISPLAY "At release - [R]e-enroll for another cycle or "
               "[C]lose the pot: "
           ACCEPT WS-AT-RELEASE
           MOVE FUNCTION UPPER-CASE(WS-AT-RELEASE) TO WS-AT-RELEASE
           IF WS-AT-RELEASE NOT = "R" AND WS-AT-RELEASE NOT = "C"
               DISPLAY "Answer must be R or C - pot not opened."
               GO TO OPEN-GOAL-EXIT
           END-IF
           MOVE 0 TO WS-CYCLE-MONTHS
           IF WS-AT-RELEASE = "R"
               DISPLAY "Months in each following cycle (blank for "
                   "12): "
               ACCEPT WS-CYCLE-MONTHS
               IF WS-CYCLE-MONTHS = 0
                   MOVE 12 TO WS-CYCLE-MONTHS
               END-IF
           END-IF
           CALL "GET_PRODUCT" USING WS-GOAL-ACCOUNT PRODUCT-RECORD
               WS-PRODUCT-FOUND
           PERFORM SHOW-EARLY-WD-TERMS
           DISPLAY "Open '" WS-GOAL-NAME "' - " WS-TARGET-AMOUNT
               " by " WS-RELEASE-DATE ", funded " WS-FUNDING-AMOUNT
               " " WS-FREQUENCY " from CHECKING? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Goal savings pot not opened."
               GO TO OPEN-GOAL-EXIT
           END-IF
           CALL "GET_NEXT_SEQ" USING "ORDER-ID            "
                                      WS-NEXT-ORDER-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to generate a standing order ID - pot "
                   "not opened."
               GO TO OPEN-GOAL-EXIT
           END-IF
           PERFORM WRITE-POT-BALANCE
           PERFORM WRITE-FUNDING-ORDER
           PERFORM WRITE-GOAL-ROW
           DISPLAY "Goal savings pot opened for User " WS-USER-ID
               " - funding order " WS-NEXT-ORDER-ID ", release "
               WS-RELEASE-DATE ".".
       OPEN-GOAL-EXIT.
           EXIT.

       WRITE-POT-BALANCE.
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-GOAL-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           MOVE 0 TO BALANCE-REC-BALANCE
           MOVE 0 TO BALANCE-REC-OVERDRAFT-LIMIT
           MOVE "USD" TO BALANCE-REC-CURRENCY-CODE
           MOVE "N" TO BALANCE-REC-DORMANT-FLAG
           CALL "GET_NEXT_ACCOUNT_NO" USING
               WS-NEXT-ACCOUNT-NO WS-SEQ-STATUS
           IF WS-SEQ-STATUS = 1
               MOVE WS-NEXT-ACCOUNT-NO TO BALANCE-REC-ACCOUNT-NO
           ELSE
               MOVE 0 TO BALANCE-REC-ACCOUNT-NO
           END-IF
           MOVE WS-CUSTOMER-BRANCH TO BALANCE-REC-BRANCH-CODE
           WRITE BALANCE-DB-RECORD
           CLOSE BALANCE-DB-FILE.

       WRITE-FUNDING-ORDER.
           OPEN I-O STANDING-ORDER-FILE
           IF STANDING-ORDER-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           MOVE WS-NEXT-ORDER-ID  TO SO-ORDER-ID
           MOVE WS-USER-ID        TO SO-FROM-ID
           MOVE "CHECKING"        TO SO-FROM-ACCOUNT-TYPE
           MOVE WS-USER-ID        TO SO-TO-ID
           MOVE WS-GOAL-ACCOUNT   TO SO-TO-ACCOUNT-TYPE
           MOVE WS-FUNDING-AMOUNT TO SO-AMOUNT
           MOVE WS-FREQUENCY      TO SO-FREQUENCY
           MOVE WS-FIRST-RUN-DATE TO SO-NEXT-RUN-DATE
           MOVE "Y"               TO SO-ACTIVE
           MOVE 0                 TO SO-FAIL-COUNT
           WRITE STANDING-ORDER-RECORD
           CLOSE STANDING-ORDER-FILE.

      *> A closed goal left on file from an earlier pot is replaced.
       WRITE-GOAL-ROW.
           INITIALIZE GOAL-SAVINGS-RECORD
           MOVE WS-USER-ID        TO GS-USER-ID
           MOVE WS-GOAL-NAME      TO GS-GOAL-NAME
           MOVE WS-TARGET-AMOUNT  TO GS-TARGET-AMOUNT
           MOVE WS-RELEASE-DATE   TO GS-RELEASE-DATE
           MOVE WS-CYCLE-MONTHS   TO GS-CYCLE-MONTHS
           MOVE WS-NEXT-ORDER-ID  TO GS-ORDER-ID
           MOVE WS-FUNDING-AMOUNT TO GS-FUNDING-AMOUNT
           MOVE WS-FREQUENCY      TO GS-FUNDING-FREQUENCY
           MOVE WS-AT-RELEASE     TO GS-AT-RELEASE
           MOVE "A"               TO GS-STATUS
           MOVE WS-BUSINESS-DATE  TO GS-OPEN-DATE
           MOVE 1                 TO GS-CYCLE-COUNT
           IF WS-GOAL-ON-FILE = 2
               REWRITE GOAL-SAVINGS-RECORD
           ELSE
               WRITE GOAL-SAVINGS-RECORD
           END-IF.

      *> With no GOALSAVE product on file an early withdrawal is
      *> blocked - the safe reading of a rule nobody has set.
       SHOW-EARLY-WD-TERMS.
           IF WS-PRODUCT-FOUND = 1 AND PRD-EARLY-WD-PENALTY
               DISPLAY "Withdrawals before release carry a penalty of "
                   PRD-EARLY-WD-PCT "% (minimum " PRD-EARLY-WD-MIN
                   ")."
           ELSE
               DISPLAY "Withdrawals before release are not allowed."
           END-IF.

       SHOW-PROGRESS.
           PERFORM READ-GOAL
           IF WS-GOAL-ON-FILE = 0
               DISPLAY "Customer has no goal savings pot."
               GO TO SHOW-PROGRESS-EXIT
           END-IF
           DISPLAY "Goal:          " GS-GOAL-NAME
           IF WS-GOAL-ON-FILE = 2
               DISPLAY "Pot closed on " GS-CLOSED-DATE " after "
                   GS-CYCLE-COUNT " cycle(s) - last release "
                   GS-LAST-RELEASE-AMT " on " GS-LAST-RELEASE-DATE
               GO TO SHOW-PROGRESS-EXIT
           END-IF
           PERFORM READ-POT-BALANCE
           MOVE 0 TO WS-PCT-WORK
           IF GS-TARGET-AMOUNT > 0 AND WS-POT-BALANCE > 0
               COMPUTE WS-PCT-WORK =
                   WS-POT-BALANCE * 100 / GS-TARGET-AMOUNT
           END-IF
           IF WS-PCT-WORK > 999
               MOVE 999 TO WS-PROGRESS-PCT
           ELSE
               MOVE WS-PCT-WORK TO WS-PROGRESS-PCT
           END-IF
           MOVE GS-TARGET-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Target:        " WS-DISPLAY-AMOUNT " by "
               GS-RELEASE-DATE
           MOVE WS-POT-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "Saved so far:  " WS-DISPLAY-AMOUNT " ("
               WS-PROGRESS-PCT "% of target)"
           COMPUTE WS-SHORTFALL = GS-TARGET-AMOUNT - WS-POT-BALANCE
           IF WS-SHORTFALL > 0
               MOVE WS-SHORTFALL TO WS-DISPLAY-AMOUNT
               DISPLAY "Still to save: " WS-DISPLAY-AMOUNT
           END-IF
           COMPUTE WS-DAYS-TO-GO =
               FUNCTION INTEGER-OF-DATE(GS-RELEASE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           DISPLAY "Days to release: " WS-DAYS-TO-GO
           DISPLAY "Funding:       " GS-FUNDING-AMOUNT " "
               GS-FUNDING-FREQUENCY " (order " GS-ORDER-ID ")"
           IF GS-REENROLL
               DISPLAY "At release:    paid to CHECKING, re-enrolled "
                   "for " GS-CYCLE-MONTHS " months"
           ELSE
               DISPLAY "At release:    paid to CHECKING and closed"
           END-IF
           DISPLAY "Cycle:         " GS-CYCLE-COUNT
           IF GS-EARLY-WD-TOTAL > 0
               DISPLAY "Early withdrawals this cycle: "
                   GS-EARLY-WD-TOTAL " (penalties "
                   GS-PENALTY-TOTAL ")"
           END-IF.
       SHOW-PROGRESS-EXIT.
           EXIT.

       READ-POT-BALANCE.
           MOVE 0 TO WS-POT-BALANCE
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS = "00"
               MOVE WS-USER-ID TO BALANCE-REC-ID
               MOVE WS-GOAL-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
               READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BALANCE-REC-BALANCE TO WS-POT-BALANCE
               END-READ
               CLOSE BALANCE-DB-FILE
           END-IF.

      *> The product master decides: blocked, or the penalty -
      *> a percentage of the amount taken, never below the minimum -
      *> charged to CHECKING as its own FEE row after the amount
      *> lands there, so the statement shows what the early
      *> withdrawal cost. CHECKING is checked before the pot is
      *> debited.
       EARLY-WITHDRAWAL.
           PERFORM READ-GOAL
           IF WS-GOAL-ON-FILE NOT = 1
               DISPLAY "Customer has no active goal savings pot."
               GO TO EARLY-WITHDRAWAL-EXIT
           END-IF
           IF GS-RELEASE-DATE <= WS-BUSINESS-DATE
               DISPLAY "The goal has reached its release date - the "
                   "release run pays it out."
               GO TO EARLY-WITHDRAWAL-EXIT
           END-IF
           CALL "GET_PRODUCT" USING WS-GOAL-ACCOUNT PRODUCT-RECORD
               WS-PRODUCT-FOUND
           IF WS-PRODUCT-FOUND = 0 OR NOT PRD-EARLY-WD-PENALTY
               DISPLAY "Withdrawals before the release date ("
                   GS-RELEASE-DATE ") are not allowed on this "
                   "product."
               GO TO EARLY-WITHDRAWAL-EXIT
           END-IF
           CALL "CHECK_FREEZE" USING WS-USER-ID WS-GOAL-ACCOUNT
               WS-POT-FROZEN
           IF WS-POT-FROZEN = 1
               DISPLAY "The pot is frozen under a legal hold - "
                   "nothing withdrawn."
               GO TO EARLY-WITHDRAWAL-EXIT
           END-IF
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO EARLY-WITHDRAWAL-EXIT
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE "CHECKING" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "Customer has no CHECKING account for the "
                       "payout - nothing withdrawn."
                   CLOSE BALANCE-DB-FILE
                   GO TO EARLY-WITHDRAWAL-EXIT
           END-READ
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-GOAL-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "GOALSAVE balance row missing - nothing "
                       "withdrawn."
                   CLOSE BALANCE-DB-FILE
                   GO TO EARLY-WITHDRAWAL-EXIT
           END-READ
           CALL "GET_ACTIVE_HOLDS" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE = BALANCE-REC-BALANCE - WS-ACTIVE-HOLDS
           MOVE WS-AVAILABLE TO WS-DISPLAY-AMOUNT
           DISPLAY "Available in the pot: " WS-DISPLAY-AMOUNT
           DISPLAY "Amount to withdraw: "
           ACCEPT WS-WD-AMOUNT
           IF WS-WD-AMOUNT = 0 OR WS-WD-AMOUNT > WS-AVAILABLE
               DISPLAY "Amount must be more than zero and no more "
                   "than the available balance - nothing withdrawn."
               CLOSE BALANCE-DB-FILE
               GO TO EARLY-WITHDRAWAL-EXIT
           END-IF
           COMPUTE WS-PENALTY ROUNDED =
               WS-WD-AMOUNT * PRD-EARLY-WD-PCT / 100
           IF WS-PENALTY < PRD-EARLY-WD-MIN
               MOVE PRD-EARLY-WD-MIN TO WS-PENALTY
           END-IF
           IF WS-PENALTY >= WS-WD-AMOUNT
               DISPLAY "The penalty of " WS-PENALTY " would take the "
                   "whole withdrawal - nothing withdrawn."
               CLOSE BALANCE-DB-FILE
               GO TO EARLY-WITHDRAWAL-EXIT
           END-IF
           COMPUTE WS-NET-PAYOUT = WS-WD-AMOUNT - WS-PENALTY
           DISPLAY "Withdrawing before " GS-RELEASE-DATE " costs a "
               "penalty of " WS-PENALTY "."
           DISPLAY "Customer will receive " WS-NET-PAYOUT
               " in CHECKING - proceed? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Early withdrawal cancelled."
               CLOSE BALANCE-DB-FILE
               GO TO EARLY-WITHDRAWAL-EXIT
           END-IF
           SUBTRACT WS-WD-AMOUNT FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-WD-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-EARLY WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-GOAL-ACCOUNT WS-LEDGER-RATE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE "CHECKING" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "ERROR - CHECKING row vanished mid-payout; "
                       "the pot is already debited, post the payout "
                       "manually."
                   CLOSE BALANCE-DB-FILE
                   GO TO EARLY-WITHDRAWAL-EXIT
           END-READ
      *>   Amount in, penalty out - two rows, so the statement shows
      *>   the fee rather than a mysteriously short payout.
           ADD WS-WD-AMOUNT TO BALANCE-REC-BALANCE
           MOVE WS-WD-AMOUNT TO WS-TXN-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-EARLY WS-TXN-AMOUNT WS-TXN-BALANCE
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           SUBTRACT WS-PENALTY FROM BALANCE-REC-BALANCE
           COMPUTE WS-TXN-AMOUNT = 0 - WS-PENALTY
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-FEE WS-TXN-AMOUNT WS-TXN-BALANCE
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           REWRITE BALANCE-DB-RECORD
           MOVE WS-NET-PAYOUT TO WS-TXN-AMOUNT
           CALL "PRINT_RECEIPT" USING WS-TXN-TYPE-EARLY
               WS-USER-ID GS-ORDER-ID WS-TXN-AMOUNT WS-TXN-BALANCE
           CLOSE BALANCE-DB-FILE
           ADD WS-WD-AMOUNT TO GS-EARLY-WD-TOTAL
           ADD WS-PENALTY TO GS-PENALTY-TOTAL
           REWRITE GOAL-SAVINGS-RECORD
           DISPLAY "Early withdrawal of " WS-WD-AMOUNT " made - net "
               WS-NET-PAYOUT " paid to CHECKING.".
       EARLY-WITHDRAWAL-EXIT.
           EXIT.

       CHANGE-AT-RELEASE.
           PERFORM READ-GOAL
           IF WS-GOAL-ON-FILE NOT = 1
               DISPLAY "Customer has no active goal savings pot."
               GO TO CHANGE-AT-RELEASE-EXIT
           END-IF
           IF GS-REENROLL
               DISPLAY "Currently re-enrolled for " GS-CYCLE-MONTHS
                   " months at release."
           ELSE
               DISPLAY "Currently closed at release."
           END-IF
           DISPLAY "At release - [R]e-enroll for another cycle or "
               "[C]lose the pot: "
           ACCEPT WS-AT-RELEASE
           MOVE FUNCTION UPPER-CASE(WS-AT-RELEASE) TO WS-AT-RELEASE
           EVALUATE WS-AT-RELEASE
               WHEN "R"
                   DISPLAY "Months in each following cycle (blank "
                       "for 12): "
                   ACCEPT WS-CYCLE-MONTHS
                   IF WS-CYCLE-MONTHS = 0
                       MOVE 12 TO WS-CYCLE-MONTHS
                   END-IF
                   MOVE WS-CYCLE-MONTHS TO GS-CYCLE-MONTHS
               WHEN "C"
                   MOVE 0 TO GS-CYCLE-MONTHS
               WHEN OTHER
                   DISPLAY "Answer must be R or C - nothing changed."
                   GO TO CHANGE-AT-RELEASE-EXIT
           END-EVALUATE
           MOVE WS-AT-RELEASE TO GS-AT-RELEASE
           REWRITE GOAL-SAVINGS-RECORD
           DISPLAY "Release instruction updated.".
       CHANGE-AT-RELEASE-EXIT.
           EXIT.
