      *> payment is retried nightly until AUTOPAY-RETRY-DAYS
      *> (batch_params.txt, default 3) have passed, then written to
      *> the exception report with an AUTOPAY-FAIL letter event.
      *> On an escrowed loan the monthly escrow amount is collected
      *> with the installment and credited to the ESCROW account.
      *> Outstanding late charges are collected on top, ahead of the
      *> installment itself. A borrower under an active bankruptcy
      *> case is not debited at all while the automatic stay runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-PAYMENT       PIC 9(10)V99.
       01 WS-MONTHLY-RATE  PIC 9V9(8).
       01 WS-INT-PART      PIC 9(10)V99.
       01 WS-APPLIED-RATE  PIC 9V9(4).
       01 WS-SCRA-CAP-RATE PIC 9V9(4).
       01 WS-SCRA-CAPPED   PIC 9 VALUE 0.
       01 WS-PRIN-PART     PIC 9(10)V99.
       01 WS-DAYS-OVERDUE  PIC S9(5).
       01 WS-DEBIT-OK      PIC 9 VALUE 0.
       01 WS-TXN-TYPE-INT  PIC X(15) VALUE "LOAN-INTEREST".
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-LOAN-ACCOUNT  PIC X(10) VALUE "LOAN".
       01 WS-ESCROW-ACCOUNT PIC X(10) VALUE "ESCROW".
       01 WS-TXN-TYPE-ESCROW PIC X(15) VALUE "ESCROW-DEPOSIT".
       01 WS-ESCROW-PART   PIC 9(8)V99 VALUE 0.
       01 WS-COLLECT-TOTAL PIC 9(10)V99.
       01 WS-TXN-TYPE-LATE PIC X(15) VALUE "LOAN-LATE-FEE".
       01 WS-LATE-PART     PIC 9(8)V99 VALUE 0.
       01 WS-SENDER-FROZEN PIC 9 VALUE 0.
       01 WS-PAID-COUNT    PIC 9(6) VALUE 0.
       01 WS-RETRY-COUNT   PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT  PIC 9(6) VALUE 0.
       01 WS-IN-BANKRUPTCY PIC 9 VALUE 0.
       01 WS-STAYED-COUNT  PIC 9(6) VALUE 0.
       01 WS-EVENT-TYPE    PIC X(15) VALUE "AUTOPAY-FAIL".
       01 WS-EVENT-AMOUNT  PIC S9(10)V99.

                   NOT AT END
                       IF LN-IS-ACTIVE AND LN-HAS-AUTOPAY
                           PERFORM COLLECT-ONE-LOAN
                               THRU COLLECT-ONE-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Payments collected:   " WS-PAID-COUNT
           DISPLAY "Retrying tomorrow:    " WS-RETRY-COUNT
           DISPLAY "Failed (reported):    " WS-FAILED-COUNT
           DISPLAY "Stayed by bankruptcy: " WS-STAYED-COUNT
           GOBACK.

       COLLECT-ONE-LOAN.
           CALL "CHECK_BANKRUPTCY" USING LN-USER-ID WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 1
               ADD 1 TO WS-STAYED-COUNT
               GO TO COLLECT-ONE-LOAN-EXIT
           END-IF
           PERFORM FIND-DUE-INSTALLMENT
           IF WS-DUE-FOUND = 0
               GO TO COLLECT-ONE-LOAN-EXIT
      *>   The schedule row's own amount follows the loan - the
      *>   counter's split arithmetic is applied to it exactly as
      *>   LOAN_PAYMENT would.
           MOVE LN-ANNUAL-RATE TO WS-APPLIED-RATE
           CALL "GET_SERVICEMEMBER_CAP" USING LN-USER-ID
               LN-ORIGINATION-DATE WS-BUSINESS-DATE WS-SCRA-CAP-RATE
               WS-SCRA-CAPPED
           IF WS-SCRA-CAPPED = 1 AND WS-SCRA-CAP-RATE < WS-APPLIED-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-APPLIED-RATE
           END-IF
           COMPUTE WS-MONTHLY-RATE = WS-APPLIED-RATE / 12
           COMPUTE WS-INT-PART ROUNDED =
               LN-REMAINING * WS-MONTHLY-RATE
           IF WS-INT-PART > WS-PAYMENT
               MOVE LN-REMAINING TO WS-PRIN-PART
               COMPUTE WS-PAYMENT = WS-PRIN-PART + WS-INT-PART
           END-IF
           IF LN-HAS-ESCROW
               MOVE LN-ESCROW-PAYMENT TO WS-ESCROW-PART
           ELSE
               MOVE 0 TO WS-ESCROW-PART
           END-IF
           MOVE LN-LATE-FEE-DUE TO WS-LATE-PART
           COMPUTE WS-COLLECT-TOTAL =
               WS-PAYMENT + WS-ESCROW-PART + WS-LATE-PART
           PERFORM DEBIT-LINKED-ACCOUNT
           IF WS-DEBIT-OK = 0
               PERFORM HANDLE-FAILED-COLLECTION
               GO TO COLLECT-ONE-LOAN-EXIT
           END-IF
           PERFORM CREDIT-LOAN-BALANCE
           IF WS-ESCROW-PART > 0
               PERFORM CREDIT-ESCROW-BALANCE
                   THRU CREDIT-ESCROW-BALANCE-EXIT
               ADD WS-ESCROW-PART TO LN-ESCROW-BALANCE
           END-IF
           SUBTRACT WS-LATE-PART FROM LN-LATE-FEE-DUE
           SUBTRACT WS-PRIN-PART FROM LN-REMAINING
           ADD 1 TO LN-PAYMENTS-MADE
           IF LN-REMAINING <= 0
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-ACTIVE-HOLDS
           COMPUTE WS-BALANCE-AFTER =
               BALANCE-REC-BALANCE - WS-COLLECT-TOTAL
           COMPUTE WS-AVAILABLE-AFTER =
               WS-BALANCE-AFTER - WS-ACTIVE-HOLDS
           IF WS-AVAILABLE-AFTER < (0 - BALANCE-REC-OVERDRAFT-LIMIT)
               CLOSE BALANCE-DB-FILE
               GO TO DEBIT-LINKED-ACCOUNT-EXIT
           END-IF
           IF WS-LATE-PART > 0
               SUBTRACT WS-LATE-PART FROM BALANCE-REC-BALANCE
               COMPUTE WS-TXN-AMOUNT = 0 - WS-LATE-PART
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-LATE WS-TXN-AMOUNT WS-TXN-BALANCE
                   BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           END-IF
           SUBTRACT WS-PRIN-PART FROM BALANCE-REC-BALANCE
           COMPUTE WS-TXN-AMOUNT = 0 - WS-PRIN-PART
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING LN-USER-ID
               WS-TXN-TYPE-INT WS-TXN-AMOUNT WS-TXN-BALANCE
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           IF WS-ESCROW-PART > 0
               SUBTRACT WS-ESCROW-PART FROM BALANCE-REC-BALANCE
               COMPUTE WS-TXN-AMOUNT = 0 - WS-ESCROW-PART
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-ESCROW WS-TXN-AMOUNT WS-TXN-BALANCE
                   BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           END-IF
           REWRITE BALANCE-DB-RECORD
           CLOSE BALANCE-DB-FILE
           MOVE 1 TO WS-DEBIT-OK.
                   CLOSE BALANCE-DB-FILE
                   GO TO CREDIT-LOAN-BALANCE-EXIT
           END-READ
           IF WS-LATE-PART > 0
               ADD WS-LATE-PART TO BALANCE-REC-BALANCE
               MOVE WS-LATE-PART TO WS-TXN-AMOUNT
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING LN-USER-ID
                   WS-TXN-TYPE-LATE WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-LOAN-ACCOUNT WS-LEDGER-RATE
           END-IF
           ADD WS-PRIN-PART TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           MOVE WS-PRIN-PART TO WS-TXN-AMOUNT
       CREDIT-LOAN-BALANCE-EXIT.
           EXIT.

       CREDIT-ESCROW-BALANCE.
           OPEN I-O BALANCE-DB-FILE
           MOVE LN-USER-ID TO BALANCE-REC-ID
           MOVE WS-ESCROW-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "Loan #" LN-LOAN-ID " has no ESCROW account"
                       " - escrow held on the loan only."
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

      *> Inside the retry window the payment just waits for
      *> tomorrow's run; past it, the failure goes on the exception
      *> report and the borrower gets the letter.
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO AUTOPAY-EXC-LINE
           STRING WS-BUSINESS-DATE " loan " LN-LOAN-ID
               " user " LN-USER-ID " payment " WS-COLLECT-TOTAL
               " due " WS-DUE-DATE " - unfunded after "
               WS-RETRY-DAYS " retry day(s)"
               DELIMITED BY SIZE INTO AUTOPAY-EXC-LINE
           WRITE AUTOPAY-EXC-LINE
           MOVE WS-COLLECT-TOTAL TO WS-EVENT-AMOUNT
           CALL "LOG_LETTER_EVENT" USING WS-EVENT-TYPE
               LN-USER-ID WS-LOAN-ACCOUNT WS-EVENT-AMOUNT.
       HANDLE-FAILED-COLLECTION-EXIT.
