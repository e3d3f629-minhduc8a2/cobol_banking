       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIREMENT_MAINT.

      *> Retirement desk: opens an individual's tax-advantaged
      *> RETIREMENT account and is the only way money moves in or
      *> out of it. A contribution comes from the customer's own
      *> CHECKING or SAVINGS and is credited to a tax year - the
      *> current year, or the prior year up to the filing cutoff
      *> (RETIRE-CUTOFF-MMDD, 0415) - and is refused if it would
      *> take the year past its limit: RETIRE-ANNUAL-LIMIT, plus
      *> RETIRE-CATCHUP-LIMIT once the customer is RETIRE-CATCHUP-AGE
      *> (50) by 31 December of that year, worked out from
      *> USER-REC-DOB. A distribution carries a reason code and
      *> federal withholding off the customer's TAX-PROFILE row (the
      *> RETIRE-WITHHOLD-RATE default when there is none); the net
      *> is paid into CHECKING. Year totals are kept in
      *> retirement_years.db and every movement in
      *> retirement_activity.db, which TAX_YEAR_END reports from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT TAX-PROFILE-FILE ASSIGN TO "tax_profile.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TP-USER-ID
               FILE STATUS IS TAX-PROFILE-FILE-STATUS.
           SELECT RETIREMENT-YEAR-FILE ASSIGN TO "retirement_years.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTY-KEY
               FILE STATUS IS RETIREMENT-YEAR-FILE-STATUS.
           SELECT RETIREMENT-ACTIVITY-FILE ASSIGN TO
               "retirement_activity.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTA-ID
               ALTERNATE RECORD KEY IS RTA-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS RETIREMENT-ACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD TAX-PROFILE-FILE.
       COPY "tax_profile_record.cpy".

       FD RETIREMENT-YEAR-FILE.
       COPY "retirement_year_record.cpy".

       FD RETIREMENT-ACTIVITY-FILE.
       COPY "retirement_activity_record.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 TAX-PROFILE-FILE-STATUS     PIC XX.
       01 RETIREMENT-YEAR-FILE-STATUS PIC XX.
       01 RETIREMENT-ACT-FILE-STATUS  PIC XX.
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-USER-ID        PIC 9(10).
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-OPERATOR-ID    PIC 9(10) VALUE 0.
       01 WS-RET-ACCOUNT    PIC X(10) VALUE "RETIREMENT".
       01 WS-CHECKING       PIC X(10) VALUE "CHECKING".
       01 WS-SOURCE-ACCOUNT PIC X(10).
       01 WS-CUSTOMER-BRANCH PIC X(04) VALUE "MAIN".
       01 WS-NEXT-ACCOUNT-NO PIC 9(10).
       01 WS-NEXT-ACT-ID    PIC 9(10).
       01 WS-SEQ-STATUS     PIC 9 VALUE 1.
       01 WS-CONFIRM        PIC X VALUE "N".
       01 WS-OK             PIC 9 VALUE 0.
       01 WS-CUSTODIAN-ID   PIC 9(10).
       01 WS-IS-MINOR       PIC 9 VALUE 0.
       01 WS-ACCOUNT-FROZEN PIC 9 VALUE 0.
       01 WS-ACTIVE-HOLDS   PIC 9(12)V99 VALUE 0.
       01 WS-AVAILABLE-AFTER PIC S9(12)V99.
       01 WS-BALANCE-AFTER  PIC S9(10)V99.
       01 WS-RET-BALANCE    PIC S9(10)V99.
      *> Limits and defaults, all overridable in batch_params.
       01 WS-PARAM-NAME     PIC X(20).
       01 WS-PARAM-VALUE    PIC X(30).
       01 WS-PARAM-FOUND    PIC 9 VALUE 0.
       01 WS-ANNUAL-LIMIT   PIC 9(10)V99.
       01 WS-CATCHUP-LIMIT  PIC 9(10)V99.
       01 WS-CATCHUP-AGE    PIC 9(3).
       01 WS-DEFAULT-RATE   PIC 9V9(4).
       01 WS-CUTOFF-MMDD    PIC 9(4).
      *> The customer's date of birth as YYYYMMDD (0 when
      *> USER-REC-DOB is not a usable date) and what follows from it.
       01 WS-DOB-DATE       PIC 9(8).
       01 WS-DOB-PARTS REDEFINES WS-DOB-DATE.
           05 WS-DOB-YEAR   PIC 9(4).
           05 WS-DOB-MONTH  PIC 9(2).
           05 WS-DOB-DAY    PIC 9(2).
       01 WS-AGE-AT-YEAR-END PIC S9(4).
       01 WS-HALF-DATE      PIC 9(8).
       01 WS-HALF-YEAR      PIC 9(4).
       01 WS-HALF-MONTH     PIC 9(2).
       01 WS-CURRENT-YEAR   PIC 9(4).
       01 WS-TAX-YEAR       PIC 9(4).
       01 WS-YEAR-LIMIT     PIC 9(10)V99.
       01 WS-YEAR-CATCHUP   PIC X VALUE "N".
       01 WS-ROOM           PIC S9(10)V99.
       01 WS-AMOUNT         PIC 9(10)V99.
       01 WS-REASON         PIC X(01).
       01 WS-REASON-TEXT    PIC X(20).
       01 WS-WITHHOLD-RATE  PIC 9V9(4).
       01 WS-WITHHOLD-AMT   PIC 9(10)V99.
       01 WS-NET-AMOUNT     PIC 9(10)V99.
       01 WS-TXN-TYPE-CONTRIB  PIC X(15) VALUE "RETIRE-CONTRIB".
       01 WS-TXN-TYPE-DISTRIB  PIC X(15) VALUE "RETIRE-DISTRIB".
       01 WS-TXN-TYPE-WITHHOLD PIC X(15) VALUE "RETIRE-WITHHOLD".
       01 WS-TXN-AMOUNT     PIC S9(10)V99.
       01 WS-TXN-BALANCE    PIC S9(10)V99.
       01 WS-LEDGER-RATE    PIC 9(03)V9(6) VALUE 1.
       01 WS-DISP-AMOUNT    PIC Z(9)9.99.
       01 WS-DISP-LIMIT     PIC Z(9)9.99.
       01 WS-DISP-ROOM      PIC -(9)9.99.
       01 WS-DISP-TAX       PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Retirement savings accounts."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CURRENT-YEAR
           PERFORM LOAD-PARAMETERS
           DISPLAY "Annual limit " WS-ANNUAL-LIMIT " catch-up "
               WS-CATCHUP-LIMIT " at age " WS-CATCHUP-AGE
           DISPLAY "1. Open a retirement account"
           DISPLAY "2. Take a contribution"
           DISPLAY "3. Pay a distribution"
           DISPLAY "4. Show a customer's retirement position"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           IF WS-CHOICE < 1 OR WS-CHOICE > 4
               DISPLAY "Invalid choice."
               GOBACK
           END-IF
           PERFORM GET-CUSTOMER THRU GET-CUSTOMER-EXIT
           IF WS-USER-ID = 0
               GOBACK
           END-IF
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM OPEN-RETIREMENT-ACCOUNT
                       THRU OPEN-RETIREMENT-ACCOUNT-EXIT
               WHEN 2
                   PERFORM TAKE-CONTRIBUTION THRU TAKE-CONTRIBUTION-EXIT
               WHEN 3
                   PERFORM PAY-DISTRIBUTION THRU PAY-DISTRIBUTION-EXIT
               WHEN 4
                   PERFORM SHOW-POSITION THRU SHOW-POSITION-EXIT
           END-EVALUATE
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "RETIRE-ANNUAL-LIMIT" TO WS-PARAM-NAME
           MOVE "7000.00" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-ANNUAL-LIMIT
           MOVE "RETIRE-CATCHUP-LIMIT" TO WS-PARAM-NAME
           MOVE "1000.00" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-CATCHUP-LIMIT
           MOVE "RETIRE-CATCHUP-AGE" TO WS-PARAM-NAME
           MOVE "50" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-CATCHUP-AGE
           MOVE "RETIRE-WITHHOLD-RATE" TO WS-PARAM-NAME
           MOVE "0.1000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-DEFAULT-RATE
           MOVE "RETIRE-CUTOFF-MMDD" TO WS-PARAM-NAME
           MOVE "0415" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-CUTOFF-MMDD.

      *> Reads the customer and works out the date of birth the
      *> limits and the 59 1/2 test run off.
       GET-CUSTOMER.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               MOVE 0 TO WS-USER-ID
               GO TO GET-CUSTOMER-EXIT
           END-IF
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User " WS-USER-ID " not found."
                   MOVE 0 TO WS-USER-ID
           END-READ
           CLOSE USER-DB-FILE
           IF WS-USER-ID = 0
               GO TO GET-CUSTOMER-EXIT
           END-IF
           MOVE 0 TO WS-DOB-DATE
           IF USER-REC-DOB(1:4) IS NUMERIC
              AND USER-REC-DOB(6:2) IS NUMERIC
              AND USER-REC-DOB(9:2) IS NUMERIC
               MOVE USER-REC-DOB(1:4) TO WS-DOB-DATE(1:4)
               MOVE USER-REC-DOB(6:2) TO WS-DOB-DATE(5:2)
               MOVE USER-REC-DOB(9:2) TO WS-DOB-DATE(7:2)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DOB-DATE) NOT = 0
               MOVE 0 TO WS-DOB-DATE
           END-IF.
       GET-CUSTOMER-EXIT.
           EXIT.

      *> An individual retirement account belongs to one living,
      *> adult individual - no business, joint or custodial form.
       OPEN-RETIREMENT-ACCOUNT.
           IF USER-IS-BUSINESS
               DISPLAY "Retirement accounts are for individuals only."
               GO TO OPEN-RETIREMENT-ACCOUNT-EXIT
           END-IF
           IF USER-IS-DECEASED
               DISPLAY "Customer is recorded as deceased - account "
                   "not opened."
               GO TO OPEN-RETIREMENT-ACCOUNT-EXIT
           END-IF
           IF WS-DOB-DATE = 0
               DISPLAY "Date of birth '" USER-REC-DOB "' is not a "
                   "date - correct it before opening, the limits "
                   "depend on it."
               GO TO OPEN-RETIREMENT-ACCOUNT-EXIT
           END-IF
           CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               DISPLAY "Customer is a minor - retirement accounts "
                   "are not offered in custodial form."
               GO TO OPEN-RETIREMENT-ACCOUNT-EXIT
           END-IF
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-RET-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer already has a RETIREMENT "
                       "account (#" BALANCE-REC-ACCOUNT-NO ")."
                   CLOSE BALANCE-DB-FILE
                   GO TO OPEN-RETIREMENT-ACCOUNT-EXIT
           END-READ
      *>   The new row takes the branch of the customer's CHECKING
      *>   so it lands in that branch's totals.
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-CHECKING TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               NOT INVALID KEY
                   IF BALANCE-REC-BRANCH-CODE NOT = SPACES
                       MOVE BALANCE-REC-BRANCH-CODE
                           TO WS-CUSTOMER-BRANCH
                   END-IF
           END-READ
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-RET-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
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
           CLOSE BALANCE-DB-FILE
           DISPLAY "RETIREMENT account #" BALANCE-REC-ACCOUNT-NO
               " opened for User " WS-USER-ID " at branch "
               WS-CUSTOMER-BRANCH "."
           DISPLAY "Use option 2 to take the first contribution.".
       OPEN-RETIREMENT-ACCOUNT-EXIT.
           EXIT.

      *> Works out the limit for WS-TAX-YEAR: the annual amount,
      *> plus the catch-up once the customer reaches the catch-up
      *> age by 31 December of that year.
       SET-YEAR-LIMIT.
           MOVE WS-ANNUAL-LIMIT TO WS-YEAR-LIMIT
           MOVE "N" TO WS-YEAR-CATCHUP
           IF WS-DOB-DATE = 0
               GO TO SET-YEAR-LIMIT-EXIT
           END-IF
           COMPUTE WS-AGE-AT-YEAR-END =
               WS-TAX-YEAR - WS-DOB-YEAR
           IF WS-AGE-AT-YEAR-END >= WS-CATCHUP-AGE
               ADD WS-CATCHUP-LIMIT TO WS-YEAR-LIMIT
               MOVE "Y" TO WS-YEAR-CATCHUP
           END-IF.
       SET-YEAR-LIMIT-EXIT.
           EXIT.

       TAKE-CONTRIBUTION.
           IF USER-IS-DECEASED
               DISPLAY "Customer is recorded as deceased - no "
                   "contributions can be taken."
               GO TO TAKE-CONTRIBUTION-EXIT
           END-IF
           IF WS-DOB-DATE = 0
               DISPLAY "Date of birth '" USER-REC-DOB "' is not a "
                   "date - the limit cannot be set."
               GO TO TAKE-CONTRIBUTION-EXIT
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-RET-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           MOVE 0 TO WS-OK
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               NOT INVALID KEY
                   MOVE 1 TO WS-OK
           END-READ
           CLOSE BALANCE-DB-FILE
           IF WS-OK = 0
               DISPLAY "Customer has no RETIREMENT account - open "
                   "one first."
               GO TO TAKE-CONTRIBUTION-EXIT
           END-IF
      *>   Up to the filing cutoff a contribution may still be
      *>   credited to the year just ended.
           MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
           IF WS-BUSINESS-DATE(5:4) <= WS-CUTOFF-MMDD
               COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
               DISPLAY "Credit to prior tax year " WS-TAX-YEAR
                   "? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
               END-IF
           END-IF
           PERFORM SET-YEAR-LIMIT THRU SET-YEAR-LIMIT-EXIT
           PERFORM OPEN-RETIREMENT-FILES
           MOVE WS-USER-ID TO RTY-USER-ID
           MOVE WS-TAX-YEAR TO RTY-TAX-YEAR
           READ RETIREMENT-YEAR-FILE
               INVALID KEY
                   PERFORM INIT-YEAR-RECORD
           END-READ
           COMPUTE WS-ROOM = WS-YEAR-LIMIT - RTY-CONTRIBUTIONS
           IF WS-ROOM < 0
               MOVE 0 TO WS-ROOM
           END-IF
           MOVE WS-YEAR-LIMIT TO WS-DISP-LIMIT
           MOVE WS-ROOM TO WS-DISP-ROOM
           MOVE RTY-CONTRIBUTIONS TO WS-DISP-AMOUNT
           DISPLAY "Tax year " WS-TAX-YEAR " limit " WS-DISP-LIMIT
               " contributed " WS-DISP-AMOUNT " room " WS-DISP-ROOM
           IF WS-YEAR-CATCHUP = "Y"
               DISPLAY "  (includes the age " WS-CATCHUP-AGE
                   " catch-up)"
           END-IF
           DISPLAY "Contribution amount: "
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "Amount must be more than zero - cancelled."
               PERFORM CLOSE-RETIREMENT-FILES
               GO TO TAKE-CONTRIBUTION-EXIT
           END-IF
           IF WS-AMOUNT > WS-ROOM
               DISPLAY "Contribution refused - it would exceed the "
                   WS-TAX-YEAR " limit. Most that can be taken: "
                   WS-DISP-ROOM
               PERFORM CLOSE-RETIREMENT-FILES
               GO TO TAKE-CONTRIBUTION-EXIT
           END-IF
           DISPLAY "Fund from (CHECKING/SAVINGS): "
           ACCEPT WS-SOURCE-ACCOUNT
           IF WS-SOURCE-ACCOUNT = SPACES
               MOVE WS-CHECKING TO WS-SOURCE-ACCOUNT
           END-IF
           IF WS-SOURCE-ACCOUNT NOT = "CHECKING"
              AND WS-SOURCE-ACCOUNT NOT = "SAVINGS"
               DISPLAY "Contributions come from CHECKING or SAVINGS "
                   "- cancelled."
               PERFORM CLOSE-RETIREMENT-FILES
               GO TO TAKE-CONTRIBUTION-EXIT
           END-IF
           PERFORM DEBIT-SOURCE-ACCOUNT THRU DEBIT-SOURCE-ACCOUNT-EXIT
           IF WS-OK = 0
               PERFORM CLOSE-RETIREMENT-FILES
               GO TO TAKE-CONTRIBUTION-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-TXN-AMOUNT
           PERFORM POST-TO-RETIREMENT THRU POST-TO-RETIREMENT-EXIT
           ADD WS-AMOUNT TO RTY-CONTRIBUTIONS
           ADD 1 TO RTY-CONTRIB-COUNT
           MOVE WS-YEAR-LIMIT TO RTY-LIMIT
           MOVE WS-YEAR-CATCHUP TO RTY-CATCHUP-FLAG
           REWRITE RETIREMENT-YEAR-RECORD
           MOVE "C" TO RTA-KIND
           MOVE WS-TAX-YEAR TO RTA-TAX-YEAR
           MOVE WS-AMOUNT TO RTA-GROSS
           MOVE 0 TO RTA-WITHHELD
           MOVE 0 TO RTA-WITHHOLD-RATE
           MOVE SPACE TO RTA-REASON
           MOVE WS-SOURCE-ACCOUNT TO RTA-OTHER-ACCOUNT
           PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT
           PERFORM CLOSE-RETIREMENT-FILES
           MOVE WS-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Contribution of " WS-DISP-AMOUNT " from "
               WS-SOURCE-ACCOUNT " credited to tax year "
               WS-TAX-YEAR ".".
       TAKE-CONTRIBUTION-EXIT.
           EXIT.

      *> Same gate every other debit path applies: no debit off a
      *> frozen account, and approval against available balance
      *> (ledger minus active holds).
       DEBIT-SOURCE-ACCOUNT.
           MOVE 0 TO WS-OK
           CALL "CHECK_FREEZE" USING WS-USER-ID WS-SOURCE-ACCOUNT
               WS-ACCOUNT-FROZEN
           IF WS-ACCOUNT-FROZEN = 1
               DISPLAY WS-SOURCE-ACCOUNT " is frozen under a legal "
                   "hold - contribution not taken."
               GO TO DEBIT-SOURCE-ACCOUNT-EXIT
           END-IF
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-SOURCE-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "Customer has no " WS-SOURCE-ACCOUNT
                       " account - contribution not taken."
                   CLOSE BALANCE-DB-FILE
                   GO TO DEBIT-SOURCE-ACCOUNT-EXIT
           END-READ
           CALL "GET_ACTIVE_HOLDS" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-ACTIVE-HOLDS
           COMPUTE WS-BALANCE-AFTER =
               BALANCE-REC-BALANCE - WS-AMOUNT
           COMPUTE WS-AVAILABLE-AFTER =
               WS-BALANCE-AFTER - WS-ACTIVE-HOLDS
           IF WS-AVAILABLE-AFTER < (0 - BALANCE-REC-OVERDRAFT-LIMIT)
               DISPLAY "Insufficient available funds in "
                   WS-SOURCE-ACCOUNT " - contribution not taken."
               CLOSE BALANCE-DB-FILE
               GO TO DEBIT-SOURCE-ACCOUNT-EXIT
           END-IF
           MOVE WS-BALANCE-AFTER TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-CONTRIB WS-TXN-AMOUNT WS-TXN-BALANCE
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           CLOSE BALANCE-DB-FILE
           MOVE 1 TO WS-OK.
       DEBIT-SOURCE-ACCOUNT-EXIT.
           EXIT.

      *> Credits WS-TXN-AMOUNT to the RETIREMENT row as a
      *> contribution.
       POST-TO-RETIREMENT.
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-RET-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "RETIREMENT row vanished - the "
                       WS-SOURCE-ACCOUNT " debit must be reversed "
                       "manually."
                   CLOSE BALANCE-DB-FILE
                   GO TO POST-TO-RETIREMENT-EXIT
           END-READ
           ADD WS-TXN-AMOUNT TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-CONTRIB WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-RET-ACCOUNT WS-LEDGER-RATE
           CALL "PRINT_RECEIPT" USING WS-TXN-TYPE-CONTRIB
               WS-USER-ID BALANCE-REC-ACCOUNT-NO WS-TXN-AMOUNT
               WS-TXN-BALANCE
           CLOSE BALANCE-DB-FILE.
       POST-TO-RETIREMENT-EXIT.
           EXIT.

       PAY-DISTRIBUTION.
           CALL "CHECK_FREEZE" USING WS-USER-ID WS-RET-ACCOUNT
               WS-ACCOUNT-FROZEN
           IF WS-ACCOUNT-FROZEN = 1
               DISPLAY "RETIREMENT is frozen under a legal hold - "
                   "no distribution."
               GO TO PAY-DISTRIBUTION-EXIT
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-RET-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           MOVE 0 TO WS-OK
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               NOT INVALID KEY
                   MOVE 1 TO WS-OK
           END-READ
           IF WS-OK = 1
               MOVE BALANCE-REC-BALANCE TO WS-RET-BALANCE
               MOVE WS-USER-ID TO BALANCE-REC-ID
               MOVE WS-CHECKING TO BALANCE-REC-ACCOUNT-TYPE
               READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
                   INVALID KEY
                       DISPLAY "Customer has no CHECKING account to "
                           "pay the distribution into."
                       MOVE 0 TO WS-OK
               END-READ
           ELSE
               DISPLAY "Customer has no RETIREMENT account."
           END-IF
           CLOSE BALANCE-DB-FILE
           IF WS-OK = 0
               GO TO PAY-DISTRIBUTION-EXIT
           END-IF
           MOVE WS-RET-BALANCE TO WS-DISP-AMOUNT
           DISPLAY "RETIREMENT balance " WS-DISP-AMOUNT
           DISPLAY "Reason: N normal (59 1/2+)  E early  D death  "
               "S disability"
           DISPLAY "        R direct rollover  X return of excess "
               "contribution"
           DISPLAY "Reason code: "
           ACCEPT WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
           MOVE WS-REASON TO RTA-REASON
           IF NOT RTA-REASON-VALID
               DISPLAY "Unknown reason code - cancelled."
               GO TO PAY-DISTRIBUTION-EXIT
           END-IF
           PERFORM CHECK-DISTRIBUTION-REASON
               THRU CHECK-DISTRIBUTION-REASON-EXIT
           IF WS-OK = 0
               GO TO PAY-DISTRIBUTION-EXIT
           END-IF
           DISPLAY "Gross distribution amount: "
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "Amount must be more than zero - cancelled."
               GO TO PAY-DISTRIBUTION-EXIT
           END-IF
           IF WS-AMOUNT > WS-RET-BALANCE
               DISPLAY "Amount is more than the RETIREMENT balance "
                   "- cancelled."
               GO TO PAY-DISTRIBUTION-EXIT
           END-IF
      *>   A return of excess gives back part of one year's
      *>   contributions, so it is checked against that year.
           MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
           IF WS-REASON = "X"
               DISPLAY "Tax year the excess was contributed for: "
               ACCEPT WS-TAX-YEAR
               PERFORM OPEN-RETIREMENT-FILES
               MOVE WS-USER-ID TO RTY-USER-ID
               MOVE WS-TAX-YEAR TO RTY-TAX-YEAR
               MOVE 0 TO WS-OK
               READ RETIREMENT-YEAR-FILE
                   NOT INVALID KEY
                       IF WS-AMOUNT <= RTY-CONTRIBUTIONS
                           MOVE 1 TO WS-OK
                       END-IF
               END-READ
               PERFORM CLOSE-RETIREMENT-FILES
               IF WS-OK = 0
                   DISPLAY "No contributions of that size on file "
                       "for " WS-TAX-YEAR " - cancelled."
                   GO TO PAY-DISTRIBUTION-EXIT
               END-IF
           END-IF
           PERFORM SET-WITHHOLDING THRU SET-WITHHOLDING-EXIT
           COMPUTE WS-WITHHOLD-AMT ROUNDED =
               WS-AMOUNT * WS-WITHHOLD-RATE
           COMPUTE WS-NET-AMOUNT = WS-AMOUNT - WS-WITHHOLD-AMT
           MOVE WS-AMOUNT TO WS-DISP-AMOUNT
           MOVE WS-WITHHOLD-AMT TO WS-DISP-TAX
           DISPLAY WS-REASON-TEXT " distribution " WS-DISP-AMOUNT
               " withholding " WS-WITHHOLD-RATE " = " WS-DISP-TAX
           MOVE WS-NET-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Net to CHECKING " WS-DISP-AMOUNT
               " - confirm? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Distribution not paid."
               GO TO PAY-DISTRIBUTION-EXIT
           END-IF
           PERFORM POST-DISTRIBUTION
           PERFORM OPEN-RETIREMENT-FILES
           IF WS-REASON = "X"
               MOVE WS-USER-ID TO RTY-USER-ID
               MOVE WS-TAX-YEAR TO RTY-TAX-YEAR
               READ RETIREMENT-YEAR-FILE
                   NOT INVALID KEY
                       SUBTRACT WS-AMOUNT FROM RTY-CONTRIBUTIONS
                       ADD WS-AMOUNT TO RTY-EXCESS-RETURNED
                       REWRITE RETIREMENT-YEAR-RECORD
               END-READ
           END-IF
      *>   Distributions are reported for the year they are paid.
           MOVE WS-USER-ID TO RTY-USER-ID
           MOVE WS-CURRENT-YEAR TO RTY-TAX-YEAR
           READ RETIREMENT-YEAR-FILE
               INVALID KEY
                   PERFORM INIT-YEAR-RECORD
           END-READ
           ADD WS-AMOUNT TO RTY-DISTRIBUTIONS
           ADD WS-WITHHOLD-AMT TO RTY-WITHHELD
           ADD 1 TO RTY-DISTRIB-COUNT
           REWRITE RETIREMENT-YEAR-RECORD
           MOVE "D" TO RTA-KIND
           MOVE WS-CURRENT-YEAR TO RTA-TAX-YEAR
           MOVE WS-AMOUNT TO RTA-GROSS
           MOVE WS-WITHHOLD-AMT TO RTA-WITHHELD
           MOVE WS-WITHHOLD-RATE TO RTA-WITHHOLD-RATE
           MOVE WS-REASON TO RTA-REASON
           MOVE WS-CHECKING TO RTA-OTHER-ACCOUNT
           PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT
           PERFORM CLOSE-RETIREMENT-FILES
           DISPLAY "Distribution paid - net " WS-DISP-AMOUNT
               " to CHECKING, " WS-DISP-TAX " withheld."
           IF WS-REASON = "R"
               DISPLAY "Send the rollover on to the receiving "
                   "trustee by official check."
           END-IF.
       PAY-DISTRIBUTION-EXIT.
           EXIT.

      *> A normal distribution needs the customer to be 59 1/2; a
      *> death distribution needs the deceased flag set, and once it
      *> is set nothing else may be paid.
       CHECK-DISTRIBUTION-REASON.
           MOVE 1 TO WS-OK
           EVALUATE WS-REASON
               WHEN "N"
                   MOVE "NORMAL" TO WS-REASON-TEXT
               WHEN "E"
                   MOVE "EARLY" TO WS-REASON-TEXT
               WHEN "D"
                   MOVE "DEATH" TO WS-REASON-TEXT
               WHEN "S"
                   MOVE "DISABILITY" TO WS-REASON-TEXT
               WHEN "R"
                   MOVE "DIRECT ROLLOVER" TO WS-REASON-TEXT
               WHEN "X"
                   MOVE "EXCESS RETURNED" TO WS-REASON-TEXT
           END-EVALUATE
           IF USER-IS-DECEASED AND WS-REASON NOT = "D"
               DISPLAY "Customer is recorded as deceased - use "
                   "reason D."
               MOVE 0 TO WS-OK
               GO TO CHECK-DISTRIBUTION-REASON-EXIT
           END-IF
           IF WS-REASON = "D" AND NOT USER-IS-DECEASED
               DISPLAY "Customer is not recorded as deceased - "
                   "record the death first."
               MOVE 0 TO WS-OK
               GO TO CHECK-DISTRIBUTION-REASON-EXIT
           END-IF
           IF WS-REASON NOT = "N"
               GO TO CHECK-DISTRIBUTION-REASON-EXIT
           END-IF
           IF WS-DOB-DATE = 0
               DISPLAY "Date of birth '" USER-REC-DOB "' is not a "
                   "date - age 59 1/2 cannot be confirmed."
               MOVE 0 TO WS-OK
               GO TO CHECK-DISTRIBUTION-REASON-EXIT
           END-IF
           COMPUTE WS-HALF-YEAR = WS-DOB-YEAR + 59
           COMPUTE WS-HALF-MONTH = WS-DOB-MONTH + 6
           IF WS-HALF-MONTH > 12
               SUBTRACT 12 FROM WS-HALF-MONTH
               ADD 1 TO WS-HALF-YEAR
           END-IF
           MOVE WS-HALF-YEAR TO WS-HALF-DATE(1:4)
           MOVE WS-HALF-MONTH TO WS-HALF-DATE(5:2)
           MOVE WS-DOB-DATE(7:2) TO WS-HALF-DATE(7:2)
           IF WS-HALF-DATE(7:2) > "28"
               MOVE "28" TO WS-HALF-DATE(7:2)
           END-IF
           IF WS-HALF-DATE > WS-BUSINESS-DATE
               DISPLAY "Customer reaches 59 1/2 on " WS-HALF-DATE
                   " - use reason E for an early distribution."
               MOVE 0 TO WS-OK
           END-IF.
       CHECK-DISTRIBUTION-REASON-EXIT.
           EXIT.

      *> Federal withholding: none on a direct rollover or a return
      *> of excess; otherwise the customer's TAX-PROFILE election
      *> (its rate when flagged, nothing when they have opted out),
      *> and RETIRE-WITHHOLD-RATE when no election is on file.
       SET-WITHHOLDING.
           MOVE WS-DEFAULT-RATE TO WS-WITHHOLD-RATE
           IF WS-REASON = "R" OR WS-REASON = "X"
               MOVE 0 TO WS-WITHHOLD-RATE
               GO TO SET-WITHHOLDING-EXIT
           END-IF
           OPEN INPUT TAX-PROFILE-FILE
           IF TAX-PROFILE-FILE-STATUS NOT = "00"
               GO TO SET-WITHHOLDING-EXIT
           END-IF
           MOVE WS-USER-ID TO TP-USER-ID
           READ TAX-PROFILE-FILE
               NOT INVALID KEY
                   IF TP-WITHHOLDS
                       MOVE TP-RATE TO WS-WITHHOLD-RATE
                   ELSE
                       MOVE 0 TO WS-WITHHOLD-RATE
                   END-IF
           END-READ
           CLOSE TAX-PROFILE-FILE.
       SET-WITHHOLDING-EXIT.
           EXIT.

      *> The gross leaves RETIREMENT as the net paid plus the tax
      *> withheld, each its own ledger row so the remittance summary
      *> can total the tax; the net lands in CHECKING.
       POST-DISTRIBUTION.
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-RET-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
           SUBTRACT WS-AMOUNT FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-NET-AMOUNT
           COMPUTE WS-TXN-BALANCE =
               BALANCE-REC-BALANCE + WS-WITHHOLD-AMT
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-DISTRIB WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-RET-ACCOUNT WS-LEDGER-RATE
           IF WS-WITHHOLD-AMT > 0
               COMPUTE WS-TXN-AMOUNT = 0 - WS-WITHHOLD-AMT
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING WS-USER-ID
                   WS-TXN-TYPE-WITHHOLD WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-RET-ACCOUNT WS-LEDGER-RATE
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-CHECKING TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
           ADD WS-NET-AMOUNT TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           MOVE WS-NET-AMOUNT TO WS-TXN-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-DISTRIB WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-CHECKING WS-LEDGER-RATE
           CALL "PRINT_RECEIPT" USING WS-TXN-TYPE-DISTRIB
               WS-USER-ID BALANCE-REC-ACCOUNT-NO WS-TXN-AMOUNT
               WS-TXN-BALANCE
           CLOSE BALANCE-DB-FILE.

       SHOW-POSITION.
           OPEN INPUT BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-RET-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "Customer has no RETIREMENT account."
                   CLOSE BALANCE-DB-FILE
                   GO TO SHOW-POSITION-EXIT
           END-READ
           CLOSE BALANCE-DB-FILE
           MOVE BALANCE-REC-BALANCE TO WS-DISP-AMOUNT
           DISPLAY "User " WS-USER-ID " " USER-REC-NAME
           DISPLAY "  RETIREMENT #" BALANCE-REC-ACCOUNT-NO
               " balance " WS-DISP-AMOUNT
           MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
           PERFORM SET-YEAR-LIMIT THRU SET-YEAR-LIMIT-EXIT
           MOVE WS-YEAR-LIMIT TO WS-DISP-LIMIT
           DISPLAY "  " WS-CURRENT-YEAR " limit " WS-DISP-LIMIT
           PERFORM OPEN-RETIREMENT-FILES
           MOVE WS-USER-ID TO RTY-USER-ID
           MOVE 0 TO RTY-TAX-YEAR
           START RETIREMENT-YEAR-FILE KEY IS >= RTY-KEY
               INVALID KEY
                   MOVE "10" TO RETIREMENT-YEAR-FILE-STATUS
           END-START
           PERFORM UNTIL RETIREMENT-YEAR-FILE-STATUS = "10"
               READ RETIREMENT-YEAR-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF RTY-USER-ID NOT = WS-USER-ID
                   EXIT PERFORM
               END-IF
               MOVE RTY-CONTRIBUTIONS TO WS-DISP-AMOUNT
               MOVE RTY-DISTRIBUTIONS TO WS-DISP-LIMIT
               MOVE RTY-WITHHELD TO WS-DISP-TAX
               DISPLAY "  " RTY-TAX-YEAR " contributed "
                   WS-DISP-AMOUNT " distributed " WS-DISP-LIMIT
                   " withheld " WS-DISP-TAX
           END-PERFORM
           PERFORM CLOSE-RETIREMENT-FILES.
       SHOW-POSITION-EXIT.
           EXIT.

       INIT-YEAR-RECORD.
           MOVE WS-USER-ID TO RTY-USER-ID
           MOVE 0 TO RTY-CONTRIBUTIONS RTY-CONTRIB-COUNT
               RTY-EXCESS-RETURNED RTY-DISTRIBUTIONS RTY-WITHHELD
               RTY-DISTRIB-COUNT
           MOVE WS-YEAR-LIMIT TO RTY-LIMIT
           MOVE WS-YEAR-CATCHUP TO RTY-CATCHUP-FLAG
           WRITE RETIREMENT-YEAR-RECORD.

       WRITE-ACTIVITY.
           CALL "GET_NEXT_SEQ" USING "RETIREMENT-ACT-ID   "
               WS-NEXT-ACT-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to number the activity record - "
                   "the postings stand, add it by hand."
               GO TO WRITE-ACTIVITY-EXIT
           END-IF
           MOVE WS-NEXT-ACT-ID   TO RTA-ID
           MOVE WS-USER-ID       TO RTA-USER-ID
           MOVE WS-BUSINESS-DATE TO RTA-DATE
           MOVE WS-OPERATOR-ID   TO RTA-OPERATOR-ID
           WRITE RETIREMENT-ACTIVITY-RECORD.
       WRITE-ACTIVITY-EXIT.
           EXIT.

       OPEN-RETIREMENT-FILES.
           OPEN I-O RETIREMENT-YEAR-FILE
           IF RETIREMENT-YEAR-FILE-STATUS = "35"
               OPEN OUTPUT RETIREMENT-YEAR-FILE
               CLOSE RETIREMENT-YEAR-FILE
               OPEN I-O RETIREMENT-YEAR-FILE
           END-IF
           OPEN I-O RETIREMENT-ACTIVITY-FILE
           IF RETIREMENT-ACT-FILE-STATUS = "35"
               OPEN OUTPUT RETIREMENT-ACTIVITY-FILE
               CLOSE RETIREMENT-ACTIVITY-FILE
               OPEN I-O RETIREMENT-ACTIVITY-FILE
           END-IF.

       CLOSE-RETIREMENT-FILES.
           CLOSE RETIREMENT-YEAR-FILE
           CLOSE RETIREMENT-ACTIVITY-FILE.
