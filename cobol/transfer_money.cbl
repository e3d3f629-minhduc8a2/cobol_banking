       01 WS-PAYEE-COUNT               PIC 9(4) VALUE 0.
       01 WS-PAYEE-NICKNAME            PIC X(15).
       01 WS-PAYEE-RESOLVED            PIC 9 VALUE 0.
      *> Person-to-person alias (email / mobile) - RESOLVE_ALIAS
      *> gives back the account and the payee's masked name.
       01 WS-USE-ALIAS                 PIC X VALUE "N".
       01 WS-RAW-ALIAS                 PIC X(40).
       01 WS-ALIAS-NAME                PIC X(30).
       01 WS-ALIAS-FOUND               PIC 9 VALUE 0.
       01 WS-ALIAS-RESOLVED            PIC 9 VALUE 0.
       01 WS-SENDER-FROZEN             PIC 9 VALUE 0.
       01 WS-PIN-RESULT                PIC 9 VALUE 0.
      *> Acting-under-mandate support (the CASH_TRANSACTION
       01 WS-MANDATE-ALLOWED           PIC 9 VALUE 0.
       01 WS-MANDATE-ID                PIC 9(10).
       01 WS-MANDATE-CLEAR             PIC 9(10) VALUE 0.
       01 WS-CUSTODIAN-ID              PIC 9(10) VALUE 0.
       01 WS-IS-MINOR                  PIC 9 VALUE 0.
       01 WS-PROFILE-FOUND             PIC 9 VALUE 0.
       01 WS-OVERRIDE-RULE             PIC X(20).
       01 WS-OVERRIDE-GRANTED          PIC 9 VALUE 0.
       01 WS-WATCH-CONTEXT             PIC X(15) VALUE "TRANSFER".
       01 WS-RECIPIENT-NAME            PIC X(30).
       01 WS-OD-SWEPT                  PIC 9 VALUE 0.
       01 WS-EXCESS-WD-FEE             PIC 9(8)V99 VALUE 0.
       01 POSTING-JOURNAL-FILE-STATUS  PIC XX.
       01 WS-NEXT-PJ-ID                PIC 9(10) VALUE 0.
       01 WS-PJ-STATUS-SET             PIC X.
       01 WS-POSTING-OPERATOR          PIC 9(10) VALUE 0.
       01 WS-AUTH-CATEGORY             PIC X(10) VALUE "TRANSFER".
       01 WS-AUTH-WITHIN               PIC 9 VALUE 1.
       01 WS-WARNING-ACK               PIC X VALUE "Y".

       PROCEDURE DIVISION.
           MOVE 0 TO DOES-HAVE-THE-MONEY
           IF IS-VALID=0
              GOBACK
           END-IF
           CALL "SHOW_WARNING_NOTES" USING WS-USER-ID
               "TRANSFER_MONEY      " WS-WARNING-ACK
           IF WS-WARNING-ACK = "N"
              GOBACK
           END-IF

           *> PIN checks go through the shared VERIFY_PIN gate -
           *> one place that counts failures and locks the customer
              IF WS-PIN-RESULT NOT = 1
                 GOBACK
              END-IF
              *> A minor cannot sign for a debit alone - the
              *> custodian acts for them under the mandate path.
              CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
                  WS-IS-MINOR
              IF WS-IS-MINOR = 1
                 DISPLAY "This is a minor's account - the custodian "
                     "(user " WS-CUSTODIAN-ID ") must sign for "
                     "transfers out, as [M]andate holder."
                 GOBACK
              END-IF
           END-IF

           *> This customer's own limits - a custom profile row when
              MOVE "CHECKING" TO WS-FROM-ACCOUNT-TYPE
           END-IF

           *> Money only enters or leaves a RETIREMENT account
           *> through RETIREMENT_MAINT, which enforces the yearly
           *> contribution limit and the distribution withholding.
           IF WS-FROM-ACCOUNT-TYPE = "RETIREMENT"
              DISPLAY "Retirement accounts are paid out through the "
                  "retirement desk - transfer cancelled."
              GOBACK
           END-IF

           *> A goal savings pot pays out only on its release date
           *> or through GOAL_SAVINGS_MAINT's early withdrawal, which
           *> applies the product's block or penalty.
           IF WS-FROM-ACCOUNT-TYPE = "GOALSAVE"
              DISPLAY "Goal savings pays out at release or through "
                  "goal savings maintenance - transfer cancelled."
              GOBACK
           END-IF

           *> A frozen/legal-hold account blocks every debit while
           *> credits still post - so the freeze gate sits on the
           *> sender side only.
              END-IF
           END-IF

           *> Or by the email address or mobile number the payee
           *> registered in the alias directory - the payer sees only
           *> the masked name and must recognise it before going on.
           MOVE 0 TO WS-ALIAS-RESOLVED
           IF WS-PAYEE-RESOLVED = 0
              DISPLAY "Pay an email or mobile alias? (Y/N): "
              ACCEPT WS-USE-ALIAS
              IF WS-USE-ALIAS = "Y" OR WS-USE-ALIAS = "y"
                 DISPLAY "Payee's email address or mobile number: "
                 ACCEPT WS-RAW-ALIAS
                 CALL "RESOLVE_ALIAS" USING WS-RAW-ALIAS
                     TRANSFER-TO-ID WS-TO-ACCOUNT-TYPE WS-ALIAS-NAME
                     WS-ALIAS-FOUND
                 IF WS-ALIAS-FOUND = 0
                    DISPLAY "No active alias registered for that "
                        "address - transfer cancelled."
                    GOBACK
                 END-IF
                 DISPLAY "That alias belongs to " WS-ALIAS-NAME
                 DISPLAY "Is this the person you mean to pay? (Y/N): "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                    DISPLAY "Transfer cancelled."
                    GOBACK
                 END-IF
                 MOVE 1 TO WS-ALIAS-RESOLVED
                 MOVE 1 TO WS-PAYEE-RESOLVED
              END-IF
           END-IF

           IF WS-PAYEE-RESOLVED = 0
           *> Recipients are addressed by the account number on
           *> their paperwork when the teller has it - FIND_ACCOUNT
              END-IF
           END-IF
           END-IF
           IF WS-TO-ACCOUNT-TYPE = "RETIREMENT"
              DISPLAY "Retirement contributions are taken at the "
                  "retirement desk - transfer cancelled."
              GOBACK
           END-IF
           *> Screen the recipient against the watch list before
           *> any money is keyed - a blocked recipient kills the
           *> transfer, a flagged one is queued for review.
                 GOBACK
              END-IF
           END-IF
           IF WS-ALIAS-RESOLVED = 1
              DISPLAY "Confirm transfer of " TRANSFER-AMOUNT
                      " from " WS-FROM-ACCOUNT-TYPE
                      " to " WS-ALIAS-NAME "? (Y/N): "
           ELSE
              DISPLAY "Confirm transfer of " TRANSFER-AMOUNT
                      " from " WS-FROM-ACCOUNT-TYPE
                      " to User " TRANSFER-TO-ID
                      " (" WS-TO-ACCOUNT-TYPE ")? (Y/N): "
           END-IF
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Transfer cancelled."

           CLOSE BALANCE-DB-FILE.

           *> A transfer out of SAVINGS counts against the monthly
           *> withdrawal limit; over it the excess fee is charged.
           IF DOES-HAVE-THE-MONEY = 1
              CALL "SAVINGS_WD_COUNT" USING WS-USER-ID
                  WS-FROM-ACCOUNT-TYPE WS-EXCESS-WD-FEE
              IF WS-EXCESS-WD-FEE > 0
                 DISPLAY "Monthly savings withdrawal limit exceeded"
                     " - excess withdrawal fee " WS-EXCESS-WD-FEE
                     " charged."
              END-IF
           END-IF

           IF WS-MANDATE-HOLDER > 0
              MOVE 0 TO WS-MANDATE-CLEAR
              CALL "SET_CURRENT_MANDATE" USING WS-MANDATE-CLEAR
                        MOVE WS-BALANCE-AFTER TO BALANCE-REC-BALANCE
                        REWRITE BALANCE-DB-RECORD
                        IF BALANCE-REC-BALANCE < 0
                           AND WS-FROM-ACCOUNT-TYPE NOT = "CREDITLINE"
                           DISPLAY "WARNING: Overdraft - account "
                                   BALANCE-REC-ID
                                   " is now negative: "
