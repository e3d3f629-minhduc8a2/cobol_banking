       01 WS-MANDATE-ALLOWED     PIC 9 VALUE 0.
       01 WS-MANDATE-ID          PIC 9(10).
       01 WS-MANDATE-CLEAR       PIC 9(10) VALUE 0.
       01 WS-CUSTODIAN-ID        PIC 9(10) VALUE 0.
       01 WS-IS-MINOR            PIC 9 VALUE 0.
       01 WS-WARNING-ACK         PIC X VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF IS-VALID = 0
               GOBACK
           END-IF
           CALL "SHOW_WARNING_NOTES" USING WS-USER-ID
               "CASH_TRANSACTION    " WS-WARNING-ACK
           IF WS-WARNING-ACK = "N"
               GOBACK
           END-IF

           PERFORM VERIFY-CUSTOMER-PIN
           IF IS-VALID = 0
               MOVE "CHECKING" TO WS-ACCOUNT-TYPE
           END-IF

      *>   RETIREMENT money moves only through RETIREMENT_MAINT.
           IF WS-ACCOUNT-TYPE = "RETIREMENT"
               DISPLAY "Retirement contributions and distributions "
                   "are handled at the retirement desk - cancelled."
               GOBACK
           END-IF

           DISPLAY "[D]eposit or [W]ithdrawal: "
           ACCEPT WS-CASH-DIRECTION
           IF WS-CASH-DIRECTION = "d"
               GOBACK
           END-IF

      *>   A goal savings pot takes cash in, but pays out only at
      *>   release or as an early withdrawal through GOAL_SAVINGS_MAINT,
      *>   which applies the product's early-withdrawal rule.
           IF WS-CASH-DIRECTION = "W" AND WS-ACCOUNT-TYPE = "GOALSAVE"
               DISPLAY "Goal savings withdrawals are made through "
                   "goal savings maintenance - cancelled."
               GOBACK
           END-IF

      *>   A minor may pay cash in but cannot sign for a withdrawal -
      *>   the custodian withdraws for them under the mandate path.
           IF WS-CASH-DIRECTION = "W" AND WS-MANDATE-HOLDER = 0
               CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
                   WS-IS-MINOR
               IF WS-IS-MINOR = 1
                   DISPLAY "This is a minor's account - the custodian "
                       "(user " WS-CUSTODIAN-ID ") must sign for "
                       "withdrawals, as [M]andate holder."
                   GOBACK
               END-IF
           END-IF

           DISPLAY "Cash amount: "
           ACCEPT WS-CASH-AMOUNT
           IF WS-CASH-AMOUNT = 0
               MOVE WS-BALANCE-AFTER TO BALANCE-REC-BALANCE
               REWRITE BALANCE-DB-RECORD
               IF BALANCE-REC-BALANCE < 0
                  AND BALANCE-REC-ACCOUNT-TYPE NOT = "CREDITLINE"
                   DISPLAY "WARNING: Overdraft - account "
                       BALANCE-REC-ID " is now negative: "
                       BALANCE-REC-BALANCE
