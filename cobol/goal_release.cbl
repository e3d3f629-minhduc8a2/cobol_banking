       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOAL_RELEASE.

      *> Nightly goal savings release: finds active goals whose
      *> release date has arrived and pays the whole GOALSAVE pot out
      *> to the customer's CHECKING account through the normal ledger
      *> path (GOAL-RELEASE on both legs). A goal set to re-enroll
      *> then starts its next cycle - the release date moves on the
      *> goal's cycle months and the funding standing order keeps
      *> running; a goal set to close has its empty pot closed
      *> through ACCOUNT_CLOSURE, which also cancels the funding
      *> order. A frozen or held pot, or a customer with no CHECKING
      *> account, is left untouched for the tellers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-SAVINGS-FILE ASSIGN TO "goal_savings.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-USER-ID
               FILE STATUS IS GOAL-SAVINGS-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GOAL-SAVINGS-FILE.
       COPY "goal_savings_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       WORKING-STORAGE SECTION.
       01 GOAL-SAVINGS-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS   PIC XX.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-GOAL-ACCOUNT   PIC X(10) VALUE "GOALSAVE".
       01 WS-PAYOUT         PIC 9(10)V99.
       01 WS-TXN-AMOUNT     PIC S9(10)V99.
       01 WS-TXN-BALANCE    PIC S9(10)V99.
       01 WS-TXN-TYPE-RELEASE PIC X(15) VALUE "GOAL-RELEASE".
       01 WS-LEDGER-RATE    PIC 9(03)V9(6) VALUE 1.
       01 WS-POT-FROZEN     PIC 9 VALUE 0.
       01 WS-ACTIVE-HOLDS   PIC 9(12)V99 VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(6) VALUE 0.
       01 WS-REENROLL-COUNT PIC 9(6) VALUE 0.
       01 WS-CLOSED-COUNT   PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT  PIC 9(6) VALUE 0.
       01 WS-RELEASED-TOTAL PIC 9(12)V99 VALUE 0.
       01 WS-REL-YEAR       PIC 9(4).
       01 WS-REL-MONTH      PIC 9(3).
       01 WS-NEW-RELEASE    PIC 9(8).
       01 WS-CLOSE-REASON   PIC X(20) VALUE "GOAL RELEASED".
       01 WS-ORDERS-CANCELLED PIC 9(4) VALUE 0.
       01 WS-HOLDERS-REMOVED  PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-CLOSED PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "--------------------------------"
           DISPLAY "Goal savings release batch."
           DISPLAY "--------------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O GOAL-SAVINGS-FILE
           IF GOAL-SAVINGS-FILE-STATUS NOT = "00"
               DISPLAY "No goal savings on file."
               GOBACK
           END-IF
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               CLOSE GOAL-SAVINGS-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL GOAL-SAVINGS-FILE-STATUS = "10"
               READ GOAL-SAVINGS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GS-IS-ACTIVE
                          AND GS-RELEASE-DATE <= WS-BUSINESS-DATE
                           PERFORM RELEASE-ONE-GOAL
                               THRU RELEASE-ONE-GOAL-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GOAL-SAVINGS-FILE
           CLOSE BALANCE-DB-FILE
           DISPLAY "Goals released:     " WS-RELEASED-COUNT
           DISPLAY "  Re-enrolled:      " WS-REENROLL-COUNT
           DISPLAY "  Pots closed:      " WS-CLOSED-COUNT
           DISPLAY "Goals left for tellers: " WS-SKIPPED-COUNT
           DISPLAY "Total paid out:     " WS-RELEASED-TOTAL
           GOBACK.

      *> The payout target is validated BEFORE the pot is debited -
      *> the recipient-first order TERM_DEPOSIT_MATURITY follows - so
      *> a goal that cannot be paid is left exactly as it was and
      *> comes round again the next night.
       RELEASE-ONE-GOAL.
           MOVE GS-USER-ID TO BALANCE-REC-ID
           MOVE WS-GOAL-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
      *>           The pot was closed at the counter once emptied -
      *>           nothing to pay, the goal just goes with it.
                   MOVE "C" TO GS-STATUS
                   MOVE WS-BUSINESS-DATE TO GS-CLOSED-DATE
                   REWRITE GOAL-SAVINGS-RECORD
                   DISPLAY "Goal for User " GS-USER-ID " closed - "
                       "GOALSAVE account no longer open"
                   GO TO RELEASE-ONE-GOAL-EXIT
           END-READ
           CALL "CHECK_FREEZE" USING GS-USER-ID WS-GOAL-ACCOUNT
               WS-POT-FROZEN
           IF WS-POT-FROZEN = 1
               DISPLAY "SKIPPED goal for User " GS-USER-ID " - pot "
                   "is frozen under a legal hold"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO RELEASE-ONE-GOAL-EXIT
           END-IF
           CALL "GET_ACTIVE_HOLDS" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-ACTIVE-HOLDS
           IF WS-ACTIVE-HOLDS > 0
               DISPLAY "SKIPPED goal for User " GS-USER-ID " - "
                   "active holds on the pot"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO RELEASE-ONE-GOAL-EXIT
           END-IF
           MOVE 0 TO WS-PAYOUT
           IF BALANCE-REC-BALANCE > 0
               MOVE BALANCE-REC-BALANCE TO WS-PAYOUT
           END-IF
           MOVE GS-USER-ID TO BALANCE-REC-ID
           MOVE "CHECKING" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "SKIPPED goal for User " GS-USER-ID
                       " - customer has no CHECKING account for the "
                       "release; nothing was debited"
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO RELEASE-ONE-GOAL-EXIT
           END-READ
           IF WS-PAYOUT > 0
               PERFORM PAY-OUT-POT THRU PAY-OUT-POT-EXIT
               IF WS-PAYOUT = 0
                   GO TO RELEASE-ONE-GOAL-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           ADD WS-PAYOUT TO WS-RELEASED-TOTAL
           MOVE WS-BUSINESS-DATE TO GS-LAST-RELEASE-DATE
           MOVE WS-PAYOUT TO GS-LAST-RELEASE-AMT
           MOVE 0 TO GS-EARLY-WD-TOTAL
           MOVE 0 TO GS-PENALTY-TOTAL
           IF GS-REENROLL
               PERFORM REENROLL-GOAL
           ELSE
               PERFORM CLOSE-POT THRU CLOSE-POT-EXIT
           END-IF.
       RELEASE-ONE-GOAL-EXIT.
           EXIT.

      *> Pot out, CHECKING in. WS-PAYOUT comes back 0 when the
      *> CHECKING row vanished after the pot was debited.
       PAY-OUT-POT.
           MOVE GS-USER-ID TO BALANCE-REC-ID
           MOVE WS-GOAL-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE 0 TO WS-PAYOUT
                   GO TO PAY-OUT-POT-EXIT
           END-READ
           SUBTRACT WS-PAYOUT FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-PAYOUT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING GS-USER-ID
               WS-TXN-TYPE-RELEASE WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-GOAL-ACCOUNT WS-LEDGER-RATE
           MOVE GS-USER-ID TO BALANCE-REC-ID
           MOVE "CHECKING" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
      *>           The row existed moments ago - treat a vanishing
      *>           one as a hard error rather than a skip, so the
      *>           debit already applied is never retried as fresh.
                   DISPLAY "ERROR goal for User " GS-USER-ID
                       " - CHECKING row vanished mid-release; pot "
                       "already debited, post the payout manually"
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 0 TO WS-PAYOUT
                   GO TO PAY-OUT-POT-EXIT
           END-READ
           ADD WS-PAYOUT TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           MOVE WS-PAYOUT TO WS-TXN-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING GS-USER-ID
               WS-TXN-TYPE-RELEASE WS-TXN-AMOUNT WS-TXN-BALANCE
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           CALL "PRINT_RECEIPT" USING WS-TXN-TYPE-RELEASE
               GS-USER-ID GS-ORDER-ID WS-TXN-AMOUNT WS-TXN-BALANCE.
       PAY-OUT-POT-EXIT.
           EXIT.

      *> The next cycle runs its cycle months on from the release
      *> date just reached, day capped at the 28th; a goal whose
      *> release was missed for a while is moved on until it lies
      *> ahead of the business date.
       REENROLL-GOAL.
           MOVE GS-RELEASE-DATE TO WS-NEW-RELEASE
           PERFORM ADVANCE-ONE-CYCLE
               UNTIL WS-NEW-RELEASE > WS-BUSINESS-DATE
           MOVE WS-NEW-RELEASE TO GS-RELEASE-DATE
           ADD 1 TO GS-CYCLE-COUNT
           REWRITE GOAL-SAVINGS-RECORD
           ADD 1 TO WS-REENROLL-COUNT
           DISPLAY "Goal for User " GS-USER-ID " released "
               WS-PAYOUT " - re-enrolled, next release "
               GS-RELEASE-DATE.

       ADVANCE-ONE-CYCLE.
           IF GS-CYCLE-MONTHS = 0
               MOVE 12 TO GS-CYCLE-MONTHS
           END-IF
           MOVE WS-NEW-RELEASE(1:4) TO WS-REL-YEAR
           MOVE WS-NEW-RELEASE(5:2) TO WS-REL-MONTH
           ADD GS-CYCLE-MONTHS TO WS-REL-MONTH
           PERFORM UNTIL WS-REL-MONTH <= 12
               SUBTRACT 12 FROM WS-REL-MONTH
               ADD 1 TO WS-REL-YEAR
           END-PERFORM
           MOVE WS-REL-YEAR TO WS-NEW-RELEASE(1:4)
           MOVE WS-REL-MONTH(2:2) TO WS-NEW-RELEASE(5:2)
           IF WS-NEW-RELEASE(7:2) > "28"
               MOVE "28" TO WS-NEW-RELEASE(7:2)
           END-IF.

      *> ACCOUNT_CLOSURE opens balance.db itself, so this run's
      *> handle is closed around the call. A refused closure leaves
      *> the goal active to be tried again the next night - the pot
      *> is already empty, so nothing is paid twice.
       CLOSE-POT.
           CLOSE BALANCE-DB-FILE
           CALL "ACCOUNT_CLOSURE" USING GS-USER-ID WS-GOAL-ACCOUNT
               WS-CLOSE-REASON WS-ORDERS-CANCELLED WS-HOLDERS-REMOVED
               WS-ACCOUNT-CLOSED
           OPEN I-O BALANCE-DB-FILE
           IF WS-ACCOUNT-CLOSED NOT = 1
               REWRITE GOAL-SAVINGS-RECORD
               DISPLAY "Goal for User " GS-USER-ID " released "
                   WS-PAYOUT " - pot could not be closed, will retry"
               GO TO CLOSE-POT-EXIT
           END-IF
           MOVE "C" TO GS-STATUS
           MOVE WS-BUSINESS-DATE TO GS-CLOSED-DATE
           REWRITE GOAL-SAVINGS-RECORD
           ADD 1 TO WS-CLOSED-COUNT
           DISPLAY "Goal for User " GS-USER-ID " released "
               WS-PAYOUT " - pot closed, orders cancelled "
               WS-ORDERS-CANCELLED.
       CLOSE-POT-EXIT.
           EXIT.
