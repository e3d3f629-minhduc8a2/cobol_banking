      *> row the statement can show. Accrual rows are flagged
      *> capitalized as they are swept, so a re-run finds nothing
      *> left to pay and cannot double-credit.
      *> Negative rows - debit interest INTEREST_ACCRUAL accrued on
      *> an overdrawn average - are totalled apart and charged as a
      *> single DEBIT-INTEREST debit, never netted against the
      *> credit. On a frozen account they are left unswept and are
      *> charged the first month after the freeze is released.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NEW-BALANCE        PIC S9(10)V99.
       01 WS-ACCOUNTS-PAID      PIC 9(6) VALUE 0.
       01 WS-TOTAL-PAID         PIC S9(10)V99 VALUE 0.
       01 WS-TXN-TYPE-DEBIT     PIC X(15) VALUE "DEBIT-INTEREST".
       01 WS-ACCOUNT-DEBIT      PIC S9(10)V99.
       01 WS-ACCOUNT-FROZEN     PIC 9 VALUE 0.
       01 WS-ACCOUNTS-CHARGED   PIC 9(6) VALUE 0.
       01 WS-TOTAL-CHARGED      PIC S9(10)V99 VALUE 0.
       01 WS-LEDGER-RATE PIC 9(03)V9(6) VALUE 1.
       01 TAX-PROFILE-FILE-STATUS PIC XX.
       01 WS-TAX-AVAILABLE  PIC 9 VALUE 0.
           MOVE 0 TO WS-TOTAL-PAID
           MOVE 0 TO WS-HAVE-ACCOUNT
           MOVE 0 TO WS-ACCOUNT-ACCRUED
           MOVE 0 TO WS-ACCOUNT-DEBIT
           DISPLAY "-----------------------------------"
           DISPLAY "Interest capitalization is running."
           DISPLAY "-----------------------------------"
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TAKE-ONE-ACCRUAL
                           THRU TAKE-ONE-ACCRUAL-EXIT
               END-READ
           END-PERFORM
           PERFORM POST-PENDING-ACCOUNT
               THRU POST-PENDING-ACCOUNT-EXIT
           CLOSE INTEREST-ACCRUAL-FILE
           CLOSE BALANCE-DB-FILE
           IF WS-TAX-AVAILABLE = 1
           DISPLAY "Accounts capitalized: " WS-ACCOUNTS-PAID
           DISPLAY "Total interest paid:  " WS-TOTAL-PAID
           DISPLAY "Total tax withheld:   " WS-TOTAL-TAX
           DISPLAY "Accounts charged debit interest: "
               WS-ACCOUNTS-CHARGED
           DISPLAY "Total debit interest: " WS-TOTAL-CHARGED
           GOBACK.

       TAKE-ONE-ACCRUAL.
              AND (IA-BALANCE-ID NOT = WS-CURRENT-ID
                   OR IA-ACCOUNT-TYPE NOT = WS-CURRENT-TYPE)
               PERFORM POST-PENDING-ACCOUNT
                   THRU POST-PENDING-ACCOUNT-EXIT
           END-IF
           IF WS-HAVE-ACCOUNT = 0
               MOVE IA-BALANCE-ID   TO WS-CURRENT-ID
               MOVE IA-ACCOUNT-TYPE TO WS-CURRENT-TYPE
               MOVE 0 TO WS-ACCOUNT-ACCRUED
               MOVE 0 TO WS-ACCOUNT-DEBIT
               MOVE 1 TO WS-HAVE-ACCOUNT
               CALL "CHECK_FREEZE" USING WS-CURRENT-ID
                   WS-CURRENT-TYPE WS-ACCOUNT-FROZEN
           END-IF
           IF IA-AMOUNT < 0
               IF WS-ACCOUNT-FROZEN = 1
                   GO TO TAKE-ONE-ACCRUAL-EXIT
               END-IF
               ADD IA-AMOUNT TO WS-ACCOUNT-DEBIT
           ELSE
               ADD IA-AMOUNT TO WS-ACCOUNT-ACCRUED
           END-IF
           MOVE "Y" TO IA-CAPITALIZED
           REWRITE INTEREST-ACCRUAL-RECORD.
       TAKE-ONE-ACCRUAL-EXIT.
           EXIT.

       POST-PENDING-ACCOUNT.
           IF WS-HAVE-ACCOUNT = 0
              OR (WS-ACCOUNT-ACCRUED = 0 AND WS-ACCOUNT-DEBIT = 0)
               MOVE 0 TO WS-HAVE-ACCOUNT
               GO TO POST-PENDING-ACCOUNT-EXIT
           END-IF
                   DISPLAY "SKIPPED User " WS-CURRENT-ID " "
                       WS-CURRENT-TYPE " - account no longer on file"
               NOT INVALID KEY
                   IF WS-ACCOUNT-ACCRUED NOT = 0
                       PERFORM PAY-CREDIT-INTEREST
                   END-IF
                   IF WS-ACCOUNT-DEBIT < 0
                       PERFORM CHARGE-DEBIT-INTEREST
                   END-IF
           END-READ
           MOVE 0 TO WS-HAVE-ACCOUNT.
       POST-PENDING-ACCOUNT-EXIT.
           EXIT.

       PAY-CREDIT-INTEREST.
           COMPUTE WS-NEW-BALANCE =
               BALANCE-REC-BALANCE + WS-ACCOUNT-ACCRUED
           MOVE WS-NEW-BALANCE TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           ADD 1 TO WS-ACCOUNTS-PAID
           ADD WS-ACCOUNT-ACCRUED TO WS-TOTAL-PAID
           CALL "LOG_TRANSACTION" USING BALANCE-REC-ID
               WS-TXN-TYPE WS-ACCOUNT-ACCRUED
               BALANCE-REC-BALANCE BALANCE-REC-ACCOUNT-TYPE
               WS-LEDGER-RATE
           PERFORM WITHHOLD-TAX-IF-FLAGGED
               THRU WITHHOLD-TAX-IF-FLAGGED-EXIT.

      *> The month's debit interest as its own ledger row, so the
      *> statement shows it apart from fees and CUSTOMER_PROFIT
      *> counts it as earnings.
       CHARGE-DEBIT-INTEREST.
           COMPUTE WS-NEW-BALANCE =
               BALANCE-REC-BALANCE + WS-ACCOUNT-DEBIT
           MOVE WS-NEW-BALANCE TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           ADD 1 TO WS-ACCOUNTS-CHARGED
           SUBTRACT WS-ACCOUNT-DEBIT FROM WS-TOTAL-CHARGED
           CALL "LOG_TRANSACTION" USING BALANCE-REC-ID
               WS-TXN-TYPE-DEBIT WS-ACCOUNT-DEBIT
               BALANCE-REC-BALANCE BALANCE-REC-ACCOUNT-TYPE
               WS-LEDGER-RATE.

      *> Customers flagged for withholding have the tax taken at
      *> posting time as a paired TAX-WITHHELD ledger row, so the
      *> statement shows gross interest and the tax side by side and
      *> the remittance report can total what is owed to the tax
      *> office. RETIREMENT interest is tax-deferred - tax is
      *> withheld when it is distributed, not as it is earned.
       WITHHOLD-TAX-IF-FLAGGED.
           IF WS-TAX-AVAILABLE = 0
              OR BALANCE-REC-ACCOUNT-TYPE = "RETIREMENT"
               GO TO WITHHOLD-TAX-IF-FLAGGED-EXIT
           END-IF
           MOVE WS-CURRENT-ID TO TP-USER-ID
