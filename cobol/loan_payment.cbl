      *> as its own transaction.db row, credits the LOAN balance row,
      *> updates the loan master and marks the next schedule row paid.
      *> The loan closes itself when the remaining principal reaches
      *> zero. On an escrowed loan the installment also carries the
      *> monthly escrow amount, which is taken off the top and
      *> credited to the customer's ESCROW row and the loan's escrow
      *> balance before the rest is split. Late charges assessed by
      *> LOAN_LATE_CHARGE come off before anything else; a payment
      *> that does not get past them only reduces the charges.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TXN-TYPE-INT   PIC X(15) VALUE "LOAN-INTEREST".
       01 WS-LEDGER-RATE    PIC 9(03)V9(6) VALUE 1.
       01 WS-LOAN-ACCOUNT   PIC X(10) VALUE "LOAN".
       01 WS-ESCROW-ACCOUNT PIC X(10) VALUE "ESCROW".
       01 WS-TXN-TYPE-ESCROW PIC X(15) VALUE "ESCROW-DEPOSIT".
       01 WS-ESCROW-PART    PIC 9(8)V99 VALUE 0.
       01 WS-TXN-TYPE-LATE  PIC X(15) VALUE "LOAN-LATE-FEE".
       01 WS-LATE-PART      PIC 9(8)V99 VALUE 0.
       01 WS-LATE-ONLY      PIC 9 VALUE 0.
       01 WS-AFTER-LATE     PIC 9(10)V99.
       01 WS-PI-PAYMENT     PIC 9(10)V99.
       01 WS-SCHEDULED-TOTAL PIC 9(10)V99.
       01 WS-CONFIRM        PIC X VALUE "N".
       01 WS-SENDER-FROZEN  PIC 9 VALUE 0.
       01 WS-ACTIVE-HOLDS   PIC 9(12)V99 VALUE 0.
       01 PAYOFF-QUOTE-FILE-STATUS PIC XX.
       01 WS-QUOTE-MATCHED  PIC 9 VALUE 0.
       01 WS-MATCHED-QUOTE  PIC 9(10) VALUE 0.
      *> A borrower on active military duty is never charged above
      *> the servicemember cap on a loan taken out before service.
       01 WS-APPLIED-RATE   PIC 9V9(4).
       01 WS-SCRA-CAP-RATE  PIC 9V9(4).
       01 WS-SCRA-CAPPED    PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           END-IF
           DISPLAY "Remaining principal: " LN-REMAINING
           DISPLAY "Scheduled payment:   " LN-PAYMENT-AMOUNT
           MOVE LN-PAYMENT-AMOUNT TO WS-SCHEDULED-TOTAL
           IF LN-LATE-FEE-DUE > 0
               DISPLAY "Late charges due:    " LN-LATE-FEE-DUE
               ADD LN-LATE-FEE-DUE TO WS-SCHEDULED-TOTAL
           END-IF
           IF LN-HAS-ESCROW
               DISPLAY "Monthly escrow:      " LN-ESCROW-PAYMENT
               ADD LN-ESCROW-PAYMENT TO WS-SCHEDULED-TOTAL
               DISPLAY "Installment total:   " WS-SCHEDULED-TOTAL
           END-IF
           DISPLAY "Payment amount (0 for scheduled): "
           ACCEPT WS-PAYMENT
           IF WS-PAYMENT = 0
               MOVE WS-SCHEDULED-TOTAL TO WS-PAYMENT
           END-IF
           MOVE 0 TO WS-ESCROW-PART
           MOVE 0 TO WS-LATE-PART
           MOVE 0 TO WS-LATE-ONLY
           PERFORM CHECK-PAYOFF-QUOTE
           IF WS-QUOTE-MATCHED = 1
               MOVE PQ-LATE-FEES TO WS-LATE-PART
           ELSE
               IF LN-LATE-FEE-DUE >= WS-PAYMENT
                   MOVE WS-PAYMENT TO WS-LATE-PART
                   MOVE 1 TO WS-LATE-ONLY
               ELSE
                   MOVE LN-LATE-FEE-DUE TO WS-LATE-PART
               END-IF
           END-IF
           COMPUTE WS-AFTER-LATE = WS-PAYMENT - WS-LATE-PART
           IF WS-LATE-ONLY = 1
               MOVE 0 TO WS-PRIN-PART
               MOVE 0 TO WS-INT-PART
               MOVE 0 TO WS-PI-PAYMENT
               DISPLAY "Payment only reaches the late charges - "
                   "no installment is paid."
               GO TO CONFIRM-POSTING
           END-IF
           IF WS-QUOTE-MATCHED = 0 AND LN-HAS-ESCROW
               MOVE LN-ESCROW-PAYMENT TO WS-ESCROW-PART
               IF WS-ESCROW-PART > WS-AFTER-LATE
                   DISPLAY "Payment does not even cover the monthly "
                       "escrow of " WS-ESCROW-PART " - not posted."
                   CLOSE LOAN-MASTER-FILE
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-PI-PAYMENT = WS-AFTER-LATE - WS-ESCROW-PART
           IF WS-QUOTE-MATCHED = 1
               MOVE PQ-ACCRUED-INT TO WS-INT-PART
               MOVE LN-REMAINING TO WS-PRIN-PART
               COMPUTE WS-PAYMENT =
                   WS-PRIN-PART + WS-INT-PART + WS-LATE-PART
               DISPLAY "Payment matches payoff quote #"
                   WS-MATCHED-QUOTE " - loan will close at the "
                   "quoted figure."
           ELSE
               PERFORM PICK-INTEREST-RATE
               COMPUTE WS-MONTHLY-RATE = WS-APPLIED-RATE / 12
               COMPUTE WS-INT-PART ROUNDED =
                   LN-REMAINING * WS-MONTHLY-RATE
               IF WS-INT-PART > WS-PI-PAYMENT
                   DISPLAY "Payment does not even cover this "
                       "month's interest of " WS-INT-PART
                       " - not posted."
                   CLOSE LOAN-MASTER-FILE
                   GOBACK
               END-IF
               COMPUTE WS-PRIN-PART = WS-PI-PAYMENT - WS-INT-PART
               IF WS-PRIN-PART > LN-REMAINING
                   MOVE LN-REMAINING TO WS-PRIN-PART
                   COMPUTE WS-PAYMENT = WS-PRIN-PART + WS-INT-PART
                       + WS-ESCROW-PART + WS-LATE-PART
                   DISPLAY "Payment trimmed to final payoff of "
                       WS-PAYMENT "."
               END-IF
           END-IF.
       CONFIRM-POSTING.
           IF WS-LATE-PART > 0
               DISPLAY "Late charges collected first: " WS-LATE-PART
           END-IF
           IF WS-ESCROW-PART > 0
               DISPLAY "Posting " WS-PAYMENT " (principal "
                   WS-PRIN-PART ", interest " WS-INT-PART
                   ", escrow " WS-ESCROW-PART ") - confirm? (Y/N): "
           ELSE
               DISPLAY "Posting " WS-PAYMENT " (principal "
                   WS-PRIN-PART ", interest " WS-INT-PART
                   ") - confirm? (Y/N): "
           END-IF
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Payment not posted."
               GOBACK
           END-IF
           PERFORM CREDIT-LOAN-BALANCE
           IF WS-ESCROW-PART > 0
               PERFORM CREDIT-ESCROW-BALANCE
                   THRU CREDIT-ESCROW-BALANCE-EXIT
           END-IF
           PERFORM UPDATE-LOAN-MASTER THRU UPDATE-LOAN-MASTER-EXIT
           IF WS-LATE-ONLY = 0
               PERFORM MARK-SCHEDULE-PAID THRU MARK-SCHEDULE-PAID-EXIT
           END-IF
           IF WS-QUOTE-MATCHED = 1
               PERFORM MARK-QUOTE-USED
           END-IF
           DISPLAY "Payment posted on loan #" WS-LOAN-ID "."
           GOBACK.

       PICK-INTEREST-RATE.
           MOVE LN-ANNUAL-RATE TO WS-APPLIED-RATE
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_SERVICEMEMBER_CAP" USING LN-USER-ID
               LN-ORIGINATION-DATE WS-BUSINESS-DATE WS-SCRA-CAP-RATE
               WS-SCRA-CAPPED
           IF WS-SCRA-CAPPED = 1 AND WS-SCRA-CAP-RATE < WS-APPLIED-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-APPLIED-RATE
               DISPLAY "Servicemember rate cap applies - interest at "
                   WS-APPLIED-RATE "."
           END-IF.

      *> The arriving payment is checked against the loan's open
      *> quotes: equal to the quoted total and inside the validity
      *> window means this IS the payoff the quote promised.
               CLOSE BALANCE-DB-FILE
               GO TO DEBIT-CHECKING-EXIT
           END-IF
           IF WS-LATE-PART > 0
               SUBTRACT WS-LATE-PART FROM BALANCE-REC-BALANCE
               COMPUTE WS-TXN-AMOUNT = 0 - WS-LATE-PART
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-LATE WS-TXN-AMOUNT WS-TXN-BALANCE
                   BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           END-IF
           IF WS-LATE-ONLY = 0
               SUBTRACT WS-PRIN-PART FROM BALANCE-REC-BALANCE
               COMPUTE WS-TXN-AMOUNT = 0 - WS-PRIN-PART
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-PRIN WS-TXN-AMOUNT WS-TXN-BALANCE
                   BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
               SUBTRACT WS-INT-PART FROM BALANCE-REC-BALANCE
               COMPUTE WS-TXN-AMOUNT = 0 - WS-INT-PART
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-INT WS-TXN-AMOUNT WS-TXN-BALANCE
                   BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           END-IF
           IF WS-ESCROW-PART > 0
               SUBTRACT WS-ESCROW-PART FROM BALANCE-REC-BALANCE
               COMPUTE WS-TXN-AMOUNT = 0 - WS-ESCROW-PART
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-ESCROW WS-TXN-AMOUNT WS-TXN-BALANCE
                   BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           END-IF
           REWRITE BALANCE-DB-RECORD
           CLOSE BALANCE-DB-FILE.
       DEBIT-CHECKING-EXIT.
                   CLOSE BALANCE-DB-FILE
                   GO TO CREDIT-LOAN-BALANCE-EXIT
           END-READ
      *>   The late charge was added to the LOAN row when it was
      *>   assessed, so collecting it brings the row back up.
           IF WS-LATE-PART > 0
               ADD WS-LATE-PART TO BALANCE-REC-BALANCE
               MOVE WS-LATE-PART TO WS-TXN-AMOUNT
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-LATE WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-LOAN-ACCOUNT WS-LEDGER-RATE
           END-IF
           IF WS-LATE-ONLY = 0
               ADD WS-PRIN-PART TO BALANCE-REC-BALANCE
               MOVE WS-PRIN-PART TO WS-TXN-AMOUNT
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-PRIN WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-LOAN-ACCOUNT WS-LEDGER-RATE
           END-IF
           REWRITE BALANCE-DB-RECORD
           CLOSE BALANCE-DB-FILE.
       CREDIT-LOAN-BALANCE-EXIT.
           EXIT.

      *> The escrow share sits on the customer's ESCROW row (opened
      *> when the loan went on escrow) until the bills fall due.
       CREDIT-ESCROW-BALANCE.
           OPEN I-O BALANCE-DB-FILE
           MOVE LN-USER-ID TO BALANCE-REC-ID
           MOVE WS-ESCROW-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "WARNING: no ESCROW balance row for this "
                       "customer - escrow held on the master only."
                   CLOSE BALANCE-DB-FILE
                   GO TO CREDIT-ESCROW-BALANCE-EXIT
           END-READ
           ADD WS-ESCROW-PART TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           MOVE WS-ESCROW-PART TO WS-TXN-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING LN-USER-ID
               WS-TXN-TYPE-ESCROW WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-ESCROW-ACCOUNT WS-LEDGER-RATE
           CLOSE BALANCE-DB-FILE.
       CREDIT-ESCROW-BALANCE-EXIT.
           EXIT.

       UPDATE-LOAN-MASTER.
           IF WS-LATE-PART > LN-LATE-FEE-DUE
               MOVE 0 TO LN-LATE-FEE-DUE
           ELSE
               SUBTRACT WS-LATE-PART FROM LN-LATE-FEE-DUE
           END-IF
           IF WS-LATE-ONLY = 1
               REWRITE LOAN-MASTER-RECORD
               GO TO UPDATE-LOAN-MASTER-EXIT
           END-IF
           ADD WS-ESCROW-PART TO LN-ESCROW-BALANCE
           SUBTRACT WS-PRIN-PART FROM LN-REMAINING
           ADD 1 TO LN-PAYMENTS-MADE
           IF LN-REMAINING <= 0
               MOVE "C" TO LN-STATUS
               DISPLAY "Loan #" WS-LOAN-ID " is now paid off."
               IF LN-HAS-ESCROW AND LN-ESCROW-BALANCE NOT = 0
                   DISPLAY "Escrow balance of " LN-ESCROW-BALANCE
                       " remains - settle it with the borrower."
               END-IF
               IF LN-LATE-FEE-DUE > 0
                   DISPLAY "Late charges of " LN-LATE-FEE-DUE
                       " are still owed on the closed loan."
               END-IF
           END-IF
           REWRITE LOAN-MASTER-RECORD.
       UPDATE-LOAN-MASTER-EXIT.
           EXIT.

      *> Marks the earliest unpaid schedule row paid - a lump-sum
      *> overpayment still clears rows one at a time, which is what
