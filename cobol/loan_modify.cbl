       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN_MODIFY.

      *> Hardship modification of an active loan. A supervisor-
      *> approved modification can defer a number of installments
      *> (an approved forbearance window during which nothing falls
      *> due), extend the term by more installments, and/or lower
      *> the rate. The unpaid schedule rows are re-laid: the
      *> remaining principal is re-amortized over the remaining
      *> installments plus the extension at the new rate, the first
      *> of them falling due after the deferral. Past-due rows are
      *> brought current by the re-lay. The terms before and after
      *> go to loan_modifications.db and the borrower's change
      *> history; LOAN_ARREARS, OD_COLLECTIONS and BUREAU_EXPORT
      *> read the window and the new schedule base off the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "loan_schedule.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-KEY
               FILE STATUS IS LOAN-SCHEDULE-FILE-STATUS.
           SELECT LOAN-MOD-FILE ASSIGN TO "loan_modifications.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-KEY
               FILE STATUS IS LOAN-MOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD LOAN-SCHEDULE-FILE.
       COPY "loan_schedule_record.cpy".

       FD LOAN-MOD-FILE.
       COPY "loan_mod_record.cpy".

       WORKING-STORAGE SECTION.
       01 LOAN-MASTER-FILE-STATUS   PIC XX.
       01 LOAN-SCHEDULE-FILE-STATUS PIC XX.
       01 LOAN-MOD-FILE-STATUS      PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-LOAN-ID       PIC 9(10).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-FIRST-UNPAID  PIC 9(3) VALUE 0.
       01 WS-FIRST-DUE     PIC 9(8) VALUE 0.
       01 WS-UNPAID-COUNT  PIC 9(3) VALUE 0.
       01 WS-PAST-DUE-COUNT PIC 9(3) VALUE 0.
       01 WS-DEFER-COUNT   PIC 9(3) VALUE 0.
       01 WS-MAX-DEFER     PIC 9(3) VALUE 12.
       01 WS-EXTEND-MONTHS PIC 9(3) VALUE 0.
       01 WS-NEW-RATE      PIC 9V9(4) VALUE 0.
       01 WS-RATE-CUT      PIC 9V9(4) VALUE 0.
       01 WS-REASON        PIC X(40).
       01 WS-NEW-COUNT     PIC 9(4).
       01 WS-NEW-TERM      PIC 9(4).
       01 WS-LAST-PAY-NO   PIC 9(4).
       01 WS-FIRST-NEW-DUE PIC 9(8).
       01 WS-PAY-NO        PIC 9(4).
       01 WS-NEW-PAYMENT   PIC 9(10)V99.
       01 WS-PAYMENT       PIC 9(10)V99.
       01 WS-MONTHLY-RATE  PIC 9V9(8).
       01 WS-FACTOR        PIC 9V9(12).
       01 WS-RUNNING-BAL   PIC S9(10)V99.
       01 WS-INT-PART      PIC 9(10)V99.
       01 WS-PRIN-PART     PIC S9(10)V99.
       01 WS-DUE-DATE      PIC 9(8).
       01 WS-DUE-YEAR      PIC 9(4).
       01 WS-DUE-MONTH     PIC 9(2).
       01 WS-DUE-DAY       PIC 9(2).
       01 WS-DEFER-IX      PIC 9(3).
       01 WS-FORBEAR-START PIC 9(8) VALUE 0.
       01 WS-FORBEAR-END   PIC 9(8) VALUE 0.
       01 WS-DATE-INT      PIC 9(9).
       01 WS-BASE-MONTH    PIC 9(6).
       01 WS-CONFIRM       PIC X(01).
       01 WS-OVERRIDE-RULE PIC X(20) VALUE "LOAN-MODIFICATION".
       01 WS-OVERRIDE-AMOUNT PIC S9(10)V99.
       01 WS-OVERRIDE-GRANTED PIC 9 VALUE 0.
       01 WS-HIST-FIELD    PIC X(20) VALUE "LOAN-MODIFICATION".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).
       01 WS-DISPLAY-AMOUNT PIC -9(10).99.
       01 WS-DISPLAY-RATE  PIC 9.9999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Loan modification."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN I-O LOAN-MOD-FILE
           IF LOAN-MOD-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-MOD-FILE
               CLOSE LOAN-MOD-FILE
               OPEN I-O LOAN-MOD-FILE
           END-IF
           DISPLAY "1. Modify a loan (defer / extend / lower rate)"
           DISPLAY "2. Show a loan's modification history"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM MODIFY-LOAN THRU MODIFY-LOAN-EXIT
               WHEN 2
                   PERFORM SHOW-HISTORY THRU SHOW-HISTORY-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE LOAN-MOD-FILE
           GOBACK.

       MODIFY-LOAN.
           IF WS-BD-OPEN-FLAG = 0
               DISPLAY "Business date is closed - posting is locked."
               GO TO MODIFY-LOAN-EXIT
           END-IF
           DISPLAY "Loan ID: "
           ACCEPT WS-LOAN-ID
           OPEN I-O LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "No loans on file."
               GO TO MODIFY-LOAN-EXIT
           END-IF
           MOVE WS-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Loan not found."
                   CLOSE LOAN-MASTER-FILE
                   GO TO MODIFY-LOAN-EXIT
           END-READ
           IF NOT LN-IS-ACTIVE
               DISPLAY "Loan #" WS-LOAN-ID " is not active."
               CLOSE LOAN-MASTER-FILE
               GO TO MODIFY-LOAN-EXIT
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF LOAN-SCHEDULE-FILE-STATUS NOT = "00"
               DISPLAY "No schedule on file for this loan."
               CLOSE LOAN-MASTER-FILE
               GO TO MODIFY-LOAN-EXIT
           END-IF
           PERFORM FIND-UNPAID-ROWS
           IF WS-UNPAID-COUNT = 0 OR LN-REMAINING <= 0
               DISPLAY "No unpaid installments left to modify."
               GO TO MODIFY-LOAN-CLOSE
           END-IF
           MOVE LN-REMAINING TO WS-DISPLAY-AMOUNT
           MOVE LN-ANNUAL-RATE TO WS-DISPLAY-RATE
           DISPLAY "Remaining principal: " WS-DISPLAY-AMOUNT
           DISPLAY "Rate " WS-DISPLAY-RATE "  installment "
               LN-PAYMENT-AMOUNT "  term " LN-TERM-MONTHS
               "  paid " LN-PAYMENTS-MADE
           DISPLAY "Unpaid installments " WS-UNPAID-COUNT
               " (past due " WS-PAST-DUE-COUNT ") - next due "
               WS-FIRST-DUE
           IF LN-MOD-COUNT > 0
               DISPLAY "Already modified " LN-MOD-COUNT " time(s)."
           END-IF
           DISPLAY "Installments to defer (0 - " WS-MAX-DEFER "): "
           ACCEPT WS-DEFER-COUNT
           DISPLAY "Installments to add to the term (0 for none): "
           ACCEPT WS-EXTEND-MONTHS
           DISPLAY "New annual rate (e.g. 0.0450, 0 to keep): "
           ACCEPT WS-NEW-RATE
           IF WS-NEW-RATE = 0
               MOVE LN-ANNUAL-RATE TO WS-NEW-RATE
           END-IF
           IF WS-DEFER-COUNT > WS-MAX-DEFER
               DISPLAY "At most " WS-MAX-DEFER " installments can "
                   "be deferred at once - not modified."
               GO TO MODIFY-LOAN-CLOSE
           END-IF
           IF WS-NEW-RATE > LN-ANNUAL-RATE
               DISPLAY "A modification can only lower the rate - "
                   "not modified."
               GO TO MODIFY-LOAN-CLOSE
           END-IF
           IF WS-DEFER-COUNT = 0 AND WS-EXTEND-MONTHS = 0
              AND WS-NEW-RATE = LN-ANNUAL-RATE
               DISPLAY "Nothing changed - not modified."
               GO TO MODIFY-LOAN-CLOSE
           END-IF
           COMPUTE WS-NEW-COUNT = WS-UNPAID-COUNT + WS-EXTEND-MONTHS
           COMPUTE WS-NEW-TERM = WS-FIRST-UNPAID - 1 + WS-NEW-COUNT
           IF WS-NEW-TERM > 999
               DISPLAY "The term cannot pass 999 installments - not "
                   "modified."
               GO TO MODIFY-LOAN-CLOSE
           END-IF
           DISPLAY "Reason (hardship detail): "
           ACCEPT WS-REASON
           PERFORM COMPUTE-NEW-TERMS
           MOVE WS-NEW-PAYMENT TO WS-DISPLAY-AMOUNT
           DISPLAY "New installment " WS-DISPLAY-AMOUNT " x "
               WS-NEW-COUNT " - first due " WS-FIRST-NEW-DUE
           IF WS-DEFER-COUNT > 0
               DISPLAY "Forbearance " WS-FORBEAR-START " to "
                   WS-FORBEAR-END
           END-IF
           DISPLAY "Apply this modification? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Not modified."
               GO TO MODIFY-LOAN-CLOSE
           END-IF
           MOVE LN-REMAINING TO WS-OVERRIDE-AMOUNT
           MOVE 0 TO WS-OVERRIDE-GRANTED
           CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
               LN-USER-ID WS-OVERRIDE-AMOUNT WS-OVERRIDE-GRANTED
           IF WS-OVERRIDE-GRANTED NOT = 1
               DISPLAY "Modification not approved."
               GO TO MODIFY-LOAN-CLOSE
           END-IF
           PERFORM RELAY-SCHEDULE
           PERFORM WRITE-MOD-HISTORY
           PERFORM UPDATE-LOAN-TERMS
           DISPLAY "Loan #" LN-LOAN-ID " modified.".
       MODIFY-LOAN-CLOSE.
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-MASTER-FILE.
       MODIFY-LOAN-EXIT.
           EXIT.

      *> Paid rows are always the earliest (payments clear rows in
      *> order), so the unpaid rows run from the first unpaid one
      *> to the end of the term.
       FIND-UNPAID-ROWS.
           MOVE 0 TO WS-FIRST-UNPAID
           MOVE 0 TO WS-FIRST-DUE
           MOVE 0 TO WS-UNPAID-COUNT
           MOVE 0 TO WS-PAST-DUE-COUNT
           PERFORM VARYING LS-PAYMENT-NO FROM 1 BY 1
                   UNTIL LS-PAYMENT-NO > LN-TERM-MONTHS
               MOVE LN-LOAN-ID TO LS-LOAN-ID
               READ LOAN-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT LS-IS-PAID
                           IF WS-FIRST-UNPAID = 0
                               MOVE LS-PAYMENT-NO TO WS-FIRST-UNPAID
                               MOVE LS-DUE-DATE TO WS-FIRST-DUE
                           END-IF
                           ADD 1 TO WS-UNPAID-COUNT
                           IF LS-DUE-DATE < WS-BUSINESS-DATE
                               ADD 1 TO WS-PAST-DUE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> First new due date: the first unpaid row's date rolled
      *> forward past the business date (arrears are cured into the
      *> new schedule), then on by the deferred installments. The
      *> forbearance window runs from today to the day before it.
      *> The payment is the LOAN_ORIGINATE amortization of what is
      *> left over the new installment count at the new rate.
       COMPUTE-NEW-TERMS.
           MOVE WS-FIRST-DUE TO WS-DUE-DATE
           PERFORM UNTIL WS-DUE-DATE >= WS-BUSINESS-DATE
               PERFORM ADVANCE-DUE-DATE
           END-PERFORM
           PERFORM ADVANCE-DUE-DATE
               VARYING WS-DEFER-IX FROM 1 BY 1
               UNTIL WS-DEFER-IX > WS-DEFER-COUNT
           MOVE WS-DUE-DATE TO WS-FIRST-NEW-DUE
           MOVE 0 TO WS-FORBEAR-START
           MOVE 0 TO WS-FORBEAR-END
           IF WS-DEFER-COUNT > 0
               MOVE WS-BUSINESS-DATE TO WS-FORBEAR-START
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-FORBEAR-END
           END-IF
           MOVE WS-DUE-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-DUE-DATE(5:2) TO WS-DUE-MONTH
           IF WS-DUE-MONTH = 1
               MOVE 12 TO WS-DUE-MONTH
               SUBTRACT 1 FROM WS-DUE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-DUE-MONTH
           END-IF
           COMPUTE WS-BASE-MONTH = WS-DUE-YEAR * 100 + WS-DUE-MONTH
           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 12
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   LN-REMAINING / WS-NEW-COUNT
           ELSE
               COMPUTE WS-FACTOR ROUNDED =
                   1 - (1 + WS-MONTHLY-RATE) ** (0 - WS-NEW-COUNT)
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   (LN-REMAINING * WS-MONTHLY-RATE) / WS-FACTOR
           END-IF.

      *> Drop the old unpaid rows and write the new ones in their
      *> place, numbered on from the last paid installment.
       RELAY-SCHEDULE.
           PERFORM VARYING WS-PAY-NO FROM WS-FIRST-UNPAID BY 1
                   UNTIL WS-PAY-NO > LN-TERM-MONTHS
               MOVE LN-LOAN-ID TO LS-LOAN-ID
               MOVE WS-PAY-NO TO LS-PAYMENT-NO
               DELETE LOAN-SCHEDULE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           MOVE LN-REMAINING TO WS-RUNNING-BAL
           MOVE WS-NEW-PAYMENT TO WS-PAYMENT
           MOVE WS-FIRST-NEW-DUE TO WS-DUE-DATE
           COMPUTE WS-LAST-PAY-NO = WS-NEW-TERM
           PERFORM WRITE-ONE-INSTALLMENT
               VARYING WS-PAY-NO FROM WS-FIRST-UNPAID BY 1
               UNTIL WS-PAY-NO > WS-LAST-PAY-NO.

       WRITE-ONE-INSTALLMENT.
           IF WS-PAY-NO > WS-FIRST-UNPAID
               PERFORM ADVANCE-DUE-DATE
           END-IF
           COMPUTE WS-INT-PART ROUNDED =
               WS-RUNNING-BAL * WS-MONTHLY-RATE
           IF WS-PAY-NO = WS-LAST-PAY-NO
               COMPUTE WS-PRIN-PART = WS-RUNNING-BAL
               COMPUTE WS-PAYMENT = WS-PRIN-PART + WS-INT-PART
           ELSE
               COMPUTE WS-PRIN-PART = WS-PAYMENT - WS-INT-PART
           END-IF
           SUBTRACT WS-PRIN-PART FROM WS-RUNNING-BAL
           MOVE LN-LOAN-ID      TO LS-LOAN-ID
           MOVE WS-PAY-NO       TO LS-PAYMENT-NO
           MOVE WS-DUE-DATE     TO LS-DUE-DATE
           MOVE WS-PAYMENT      TO LS-PAYMENT
           MOVE WS-PRIN-PART    TO LS-PRINCIPAL
           MOVE WS-INT-PART     TO LS-INTEREST
           MOVE WS-RUNNING-BAL  TO LS-BALANCE-AFTER
           MOVE "N"             TO LS-PAID-FLAG
           MOVE "N"             TO LS-LATE-FEE-FLAG
           MOVE 0               TO LS-LATE-FEE-AMOUNT
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE LOAN-SCHEDULE-RECORD
           END-WRITE.

       WRITE-MOD-HISTORY.
           ADD 1 TO LN-MOD-COUNT
           MOVE LN-LOAN-ID       TO LM-LOAN-ID
           MOVE LN-MOD-COUNT     TO LM-SEQ
           MOVE LN-USER-ID       TO LM-USER-ID
           MOVE WS-BUSINESS-DATE TO LM-MOD-DATE
           MOVE WS-OPERATOR-ID   TO LM-OPERATOR-ID
           MOVE WS-REASON        TO LM-REASON
           MOVE WS-DEFER-COUNT   TO LM-DEFERRED-COUNT
           MOVE WS-EXTEND-MONTHS TO LM-EXTEND-MONTHS
           MOVE LN-REMAINING     TO LM-REMAINING
           MOVE LN-ANNUAL-RATE   TO LM-OLD-RATE
           MOVE WS-NEW-RATE      TO LM-NEW-RATE
           MOVE LN-TERM-MONTHS   TO LM-OLD-TERM
           MOVE WS-NEW-TERM      TO LM-NEW-TERM
           MOVE LN-PAYMENT-AMOUNT TO LM-OLD-PAYMENT
           MOVE WS-NEW-PAYMENT   TO LM-NEW-PAYMENT
           MOVE WS-FIRST-NEW-DUE TO LM-FIRST-NEW-DUE
           MOVE WS-FORBEAR-START TO LM-FORBEAR-START
           MOVE WS-FORBEAR-END   TO LM-FORBEAR-END
           WRITE LOAN-MOD-RECORD
               INVALID KEY
                   REWRITE LOAN-MOD-RECORD
           END-WRITE
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "LOAN " LN-LOAN-ID " R" LN-ANNUAL-RATE
               " T" LN-TERM-MONTHS " P" LN-PAYMENT-AMOUNT
               DELIMITED BY SIZE INTO WS-HIST-OLD
           STRING "LOAN " LN-LOAN-ID " R" WS-NEW-RATE
               " T" WS-NEW-TERM " P" WS-NEW-PAYMENT
               DELIMITED BY SIZE INTO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING LN-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID.

      *> A variable loan's rate is index plus margin at each reset,
      *> so the cut is taken off the margin too or the next reset
      *> would undo it.
       UPDATE-LOAN-TERMS.
           IF LN-IS-VARIABLE AND WS-NEW-RATE < LN-ANNUAL-RATE
               COMPUTE WS-RATE-CUT = LN-ANNUAL-RATE - WS-NEW-RATE
               IF WS-RATE-CUT > LN-RATE-MARGIN
                   MOVE 0 TO LN-RATE-MARGIN
               ELSE
                   SUBTRACT WS-RATE-CUT FROM LN-RATE-MARGIN
               END-IF
           END-IF
           MOVE WS-NEW-RATE      TO LN-ANNUAL-RATE
           MOVE WS-NEW-TERM      TO LN-TERM-MONTHS
           MOVE WS-NEW-PAYMENT   TO LN-PAYMENT-AMOUNT
           COMPUTE LN-MOD-BASE-PAYMENTS = WS-FIRST-UNPAID - 1
           MOVE WS-BASE-MONTH    TO LN-MOD-BASE-MONTH
           IF WS-DEFER-COUNT > 0
               MOVE WS-FORBEAR-START TO LN-FORBEAR-START
               MOVE WS-FORBEAR-END   TO LN-FORBEAR-END
           END-IF
           REWRITE LOAN-MASTER-RECORD.

      *> One calendar month forward, clamping the day the way
      *> LOAN_ORIGINATE lays the original schedule.
       ADVANCE-DUE-DATE.
           MOVE WS-DUE-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-DUE-DATE(5:2) TO WS-DUE-MONTH
           MOVE WS-DUE-DATE(7:2) TO WS-DUE-DAY
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           MOVE WS-DUE-YEAR  TO WS-DUE-DATE(1:4)
           MOVE WS-DUE-MONTH TO WS-DUE-DATE(5:2)
           MOVE WS-DUE-DAY   TO WS-DUE-DATE(7:2).

       SHOW-HISTORY.
           DISPLAY "Loan ID: "
           ACCEPT WS-LOAN-ID
           MOVE WS-LOAN-ID TO LM-LOAN-ID
           MOVE 0 TO LM-SEQ
           START LOAN-MOD-FILE KEY IS >= LM-KEY
               INVALID KEY
                   DISPLAY "No modifications on this loan."
                   GO TO SHOW-HISTORY-EXIT
           END-START
           PERFORM UNTIL LOAN-MOD-FILE-STATUS = "10"
               READ LOAN-MOD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LM-LOAN-ID NOT = WS-LOAN-ID
                           EXIT PERFORM
                       END-IF
                       DISPLAY "#" LM-SEQ " " LM-MOD-DATE
                           " deferred " LM-DEFERRED-COUNT
                           " extended " LM-EXTEND-MONTHS
                           " by op " LM-OPERATOR-ID
                       DISPLAY "   rate " LM-OLD-RATE " -> "
                           LM-NEW-RATE "  term " LM-OLD-TERM " -> "
                           LM-NEW-TERM "  pmt " LM-OLD-PAYMENT
                           " -> " LM-NEW-PAYMENT
                       IF LM-FORBEAR-START NOT = 0
                           DISPLAY "   forbearance "
                               LM-FORBEAR-START " - " LM-FORBEAR-END
                       END-IF
                       DISPLAY "   " LM-REASON
               END-READ
           END-PERFORM.
       SHOW-HISTORY-EXIT.
           EXIT.
