       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT_LINE_MAINT.

      *> Revolving credit line maintenance: opens a personal or
      *> home-equity line for a customer (the CREDIT-LINE-FILE terms
      *> plus a CREDITLINE row in balance.db whose overdraft limit is
      *> the approved limit), changes the limit or rate, suspends a
      *> line (no further draws - the balance row's limit drops to
      *> zero) or reinstates it, closes a line that is fully repaid,
      *> and shows a line's position. Limit, rate and status changes
      *> go to the customer's change history. Opening a line or
      *> raising its limit is new credit: the customer's whole
      *> exposure with the increase is held against the lending
      *> limits first, and going past one takes a supervisor
      *> override.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LINE-FILE ASSIGN TO "credit_lines.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-USER-ID
               FILE STATUS IS CREDIT-LINE-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDIT-LINE-FILE.
       COPY "credit_line_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       WORKING-STORAGE SECTION.
       01 CREDIT-LINE-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS  PIC XX.
       01 USER-DB-FILE-STATUS     PIC XX.
       01 WS-LINE-ACCOUNT   PIC X(10) VALUE "CREDITLINE".
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-USER-ID        PIC 9(10).
       01 WS-LINE-FOUND     PIC 9 VALUE 0.
       01 WS-OWNERS-CLEARED PIC 9 VALUE 1.
       01 WS-LINE-TYPE      PIC X(01).
       01 WS-NEW-LIMIT      PIC 9(10)V99.
       01 WS-NEW-RATE       PIC 9V9(4).
       01 WS-DEFAULT-RATE   PIC 9V9(4) VALUE 0.1200.
       01 WS-CONFIRM        PIC X VALUE "N".
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-STMT-YEAR      PIC 9(4).
       01 WS-STMT-MONTH     PIC 9(2).
       01 WS-OPEN-DAY       PIC 9(2).
       01 WS-DRAWN          PIC 9(10)V99.
       01 WS-AVAILABLE      PIC S9(10)V99.
       01 WS-BRANCH-CODE    PIC X(04) VALUE "MAIN".
       01 WS-NEXT-ACCOUNT-NO PIC 9(10).
       01 WS-SEQ-STATUS     PIC 9 VALUE 1.
       01 WS-OPERATOR-ID    PIC 9(10) VALUE 0.
       01 WS-HIST-FIELD     PIC X(20) VALUE "CREDIT-LINE".
       01 WS-HIST-OLD       PIC X(50).
       01 WS-HIST-NEW       PIC X(50).
       01 WS-DISPLAY-AMOUNT PIC -9(10).99.
       01 WS-RATE-DISP      PIC 9.9(4).
       01 WS-PRODUCT-TYPE   PIC X(10) VALUE "CREDITLINE".
       01 WS-PRODUCT-FOUND  PIC 9 VALUE 0.
       01 WS-CUSTODIAN-ID   PIC 9(10) VALUE 0.
       01 WS-IS-MINOR       PIC 9 VALUE 0.
       01 WS-LIMIT-INCREASE PIC 9(10)V99.
       01 WS-LIMIT-CLEARED  PIC 9 VALUE 1.
       01 WS-CUST-EXPOSURE  PIC 9(12)V99.
       01 WS-CUST-LIMIT     PIC 9(12)V99.
       01 WS-HOUSEHOLD-ID   PIC 9(10).
       01 WS-HH-EXPOSURE    PIC 9(12)V99.
       01 WS-HH-LIMIT       PIC 9(12)V99.
       01 WS-LIMIT-RESULT   PIC 9 VALUE 0.
       01 WS-CUST-RESULT    PIC 9 VALUE 0.
       01 WS-HH-RESULT      PIC 9 VALUE 0.
       01 WS-DISPLAY-EXPOSURE PIC Z(11)9.99.
       01 WS-OVERRIDE-RULE  PIC X(20) VALUE "LENDING-LIMIT".
       01 WS-OVERRIDE-AMOUNT PIC S9(10)V99.
       01 WS-OVERRIDE-GRANTED PIC 9 VALUE 0.
       01 WS-PRODUCT-RECORD.
           05 WS-PRD-ACCOUNT-TYPE      PIC X(10).
           05 WS-PRD-TIER OCCURS 3 TIMES.
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Credit line maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           DISPLAY "User ID: "
           ACCEPT WS-USER-ID
           OPEN I-O CREDIT-LINE-FILE
           IF CREDIT-LINE-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-LINE-FILE
               CLOSE CREDIT-LINE-FILE
               OPEN I-O CREDIT-LINE-FILE
           END-IF
           MOVE 0 TO WS-LINE-FOUND
           MOVE WS-USER-ID TO CL-USER-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-LINE-FOUND
           END-READ
           DISPLAY "1. Open a credit line"
           DISPLAY "2. Change limit / rate"
           DISPLAY "3. Suspend / reinstate draws"
           DISPLAY "4. Close a repaid line"
           DISPLAY "5. Show the line"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           IF WS-CHOICE = 1
               IF WS-LINE-FOUND = 1 AND NOT CL-IS-CLOSED
                   DISPLAY "User " WS-USER-ID " already has a credit "
                       "line."
               ELSE
                   PERFORM OPEN-CREDIT-LINE THRU OPEN-CREDIT-LINE-EXIT
               END-IF
               CLOSE CREDIT-LINE-FILE
               GOBACK
           END-IF
           IF WS-LINE-FOUND = 0
               DISPLAY "User " WS-USER-ID " has no credit line."
               CLOSE CREDIT-LINE-FILE
               GOBACK
           END-IF
           EVALUATE WS-CHOICE
               WHEN 2
                   PERFORM CHANGE-TERMS THRU CHANGE-TERMS-EXIT
               WHEN 3
                   PERFORM TOGGLE-SUSPENSION THRU TOGGLE-SUSPENSION-EXIT
               WHEN 4
                   PERFORM CLOSE-CREDIT-LINE THRU CLOSE-CREDIT-LINE-EXIT
               WHEN 5
                   PERFORM SHOW-CREDIT-LINE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE CREDIT-LINE-FILE
           GOBACK.

      *> The first statement falls a month after opening, on the
      *> opening day of the month (held to the 28th so every month
      *> has it).
       OPEN-CREDIT-LINE.
           OPEN INPUT USER-DB-FILE
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User not found."
                   CLOSE USER-DB-FILE
                   GO TO OPEN-CREDIT-LINE-EXIT
           END-READ
           CLOSE USER-DB-FILE
           CALL "CHECK_BENEFICIAL_OWNERS" USING WS-USER-ID
               WS-OWNERS-CLEARED
           IF WS-OWNERS-CLEARED = 0
               DISPLAY "Business customer's beneficial owner list is "
                   "not certified - line not opened."
               GO TO OPEN-CREDIT-LINE-EXIT
           END-IF
      *>   A line is an overdraft limit by another name - none is
      *>   set on a minor's accounts.
           CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               DISPLAY "User " WS-USER-ID " is a minor - no credit "
                   "line is opened until they come of age."
               GO TO OPEN-CREDIT-LINE-EXIT
           END-IF
           DISPLAY "Line type (P=personal, H=home equity): "
           ACCEPT WS-LINE-TYPE
           MOVE FUNCTION UPPER-CASE(WS-LINE-TYPE) TO WS-LINE-TYPE
           IF WS-LINE-TYPE NOT = "P" AND WS-LINE-TYPE NOT = "H"
               DISPLAY "Line type must be P or H."
               GO TO OPEN-CREDIT-LINE-EXIT
           END-IF
           DISPLAY "Approved limit: "
           ACCEPT WS-NEW-LIMIT
           IF WS-NEW-LIMIT = 0
               DISPLAY "Limit must be above zero."
               GO TO OPEN-CREDIT-LINE-EXIT
           END-IF
           CALL "GET_PRODUCT" USING WS-PRODUCT-TYPE WS-PRODUCT-RECORD
               WS-PRODUCT-FOUND
           IF WS-PRODUCT-FOUND = 1 AND WS-PRD-TIER-RATE(1) > 0
               MOVE WS-PRD-TIER-RATE(1) TO WS-DEFAULT-RATE
           END-IF
           DISPLAY "Annual rate (0 for standard " WS-DEFAULT-RATE "): "
           ACCEPT WS-NEW-RATE
           IF WS-NEW-RATE = 0
               MOVE WS-DEFAULT-RATE TO WS-NEW-RATE
           END-IF
           MOVE WS-NEW-LIMIT TO WS-LIMIT-INCREASE
           PERFORM CHECK-LENDING-LIMIT THRU CHECK-LENDING-LIMIT-EXIT
           IF WS-LIMIT-CLEARED = 0
               DISPLAY "Line not opened."
               GO TO OPEN-CREDIT-LINE-EXIT
           END-IF
           MOVE WS-NEW-LIMIT TO WS-DISPLAY-AMOUNT
           DISPLAY "Open line of " WS-DISPLAY-AMOUNT " at "
               WS-NEW-RATE " for user " WS-USER-ID "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Line not opened."
               GO TO OPEN-CREDIT-LINE-EXIT
           END-IF
           PERFORM OPEN-LINE-BALANCE-ROW THRU OPEN-LINE-BALANCE-ROW-EXIT
           IF WS-CONFIRM = "X"
               GO TO OPEN-CREDIT-LINE-EXIT
           END-IF
           MOVE WS-USER-ID       TO CL-USER-ID
           MOVE WS-LINE-TYPE     TO CL-LINE-TYPE
           MOVE WS-NEW-LIMIT     TO CL-LIMIT
           MOVE WS-NEW-RATE      TO CL-ANNUAL-RATE
           MOVE "A"              TO CL-STATUS
           MOVE WS-BUSINESS-DATE TO CL-OPEN-DATE
           MOVE WS-BUSINESS-DATE(7:2) TO WS-OPEN-DAY
           IF WS-OPEN-DAY > 28
               MOVE 28 TO WS-OPEN-DAY
           END-IF
           MOVE WS-OPEN-DAY      TO CL-CYCLE-DAY
           MOVE WS-BUSINESS-DATE(1:4) TO WS-STMT-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-STMT-MONTH
           ADD 1 TO WS-STMT-MONTH
           IF WS-STMT-MONTH > 12
               MOVE 1 TO WS-STMT-MONTH
               ADD 1 TO WS-STMT-YEAR
           END-IF
           COMPUTE CL-NEXT-STMT-DATE = WS-STMT-YEAR * 10000
               + WS-STMT-MONTH * 100 + CL-CYCLE-DAY
           MOVE 0                TO CL-LAST-STMT-DATE
           MOVE 0                TO CL-ACCRUED-INT
           MOVE WS-BUSINESS-DATE TO CL-LAST-ACCRUAL-DATE
           MOVE 0                TO CL-STMT-BALANCE
           MOVE 0                TO CL-MIN-DUE
           MOVE 0                TO CL-DUE-DATE
           MOVE SPACE            TO CL-MIN-STATUS
           MOVE 0                TO CL-PAST-DUE-COUNT
           MOVE 0                TO CL-PAST-DUE-AMOUNT
           MOVE 0                TO CL-OLDEST-MISSED-DUE
           IF WS-LINE-FOUND = 1
               REWRITE CREDIT-LINE-RECORD
           ELSE
               WRITE CREDIT-LINE-RECORD
           END-IF
           MOVE "NONE" TO WS-HIST-OLD
           PERFORM FORMAT-LINE-TERMS
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Credit line opened - first statement "
               CL-NEXT-STMT-DATE "."
           DISPLAY "Draw by transfer or at the teller from account "
               "type CREDITLINE.".
       OPEN-CREDIT-LINE-EXIT.
           EXIT.

      *> A line closed earlier reopens on its old balance row.
       OPEN-LINE-BALANCE-ROW.
           CALL "GET_CURRENT_BRANCH" USING WS-BRANCH-CODE
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               MOVE "X" TO WS-CONFIRM
               GO TO OPEN-LINE-BALANCE-ROW-EXIT
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-LINE-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE WS-USER-ID TO BALANCE-REC-ID
                   MOVE WS-LINE-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
                   MOVE 0 TO BALANCE-REC-BALANCE
                   MOVE WS-NEW-LIMIT TO BALANCE-REC-OVERDRAFT-LIMIT
                   MOVE "USD" TO BALANCE-REC-CURRENCY-CODE
                   MOVE "N" TO BALANCE-REC-DORMANT-FLAG
                   CALL "GET_NEXT_ACCOUNT_NO" USING
                       WS-NEXT-ACCOUNT-NO WS-SEQ-STATUS
                   IF WS-SEQ-STATUS = 1
                       MOVE WS-NEXT-ACCOUNT-NO
                           TO BALANCE-REC-ACCOUNT-NO
                   ELSE
                       MOVE 0 TO BALANCE-REC-ACCOUNT-NO
                   END-IF
                   MOVE WS-BRANCH-CODE TO BALANCE-REC-BRANCH-CODE
                   WRITE BALANCE-DB-RECORD
               NOT INVALID KEY
                   MOVE WS-NEW-LIMIT TO BALANCE-REC-OVERDRAFT-LIMIT
                   REWRITE BALANCE-DB-RECORD
           END-READ
           CLOSE BALANCE-DB-FILE.
       OPEN-LINE-BALANCE-ROW-EXIT.
           EXIT.

      *> A limit cut below what is already drawn is allowed - it
      *> only stops further draws until the line is paid down.
       CHANGE-TERMS.
           IF CL-IS-CLOSED
               DISPLAY "Line is closed."
               GO TO CHANGE-TERMS-EXIT
           END-IF
           PERFORM FORMAT-LINE-TERMS
           MOVE WS-HIST-NEW TO WS-HIST-OLD
           DISPLAY "Current limit: " CL-LIMIT "  rate: " CL-ANNUAL-RATE
           DISPLAY "New limit (0 to keep): "
           ACCEPT WS-NEW-LIMIT
           DISPLAY "New annual rate (0 to keep): "
           ACCEPT WS-NEW-RATE
           IF WS-NEW-LIMIT > CL-LIMIT AND CL-IS-ACTIVE
               COMPUTE WS-LIMIT-INCREASE = WS-NEW-LIMIT - CL-LIMIT
               PERFORM CHECK-LENDING-LIMIT
                   THRU CHECK-LENDING-LIMIT-EXIT
               IF WS-LIMIT-CLEARED = 0
                   DISPLAY "Terms not changed."
                   GO TO CHANGE-TERMS-EXIT
               END-IF
           END-IF
           IF WS-NEW-LIMIT > 0
               MOVE WS-NEW-LIMIT TO CL-LIMIT
           END-IF
           IF WS-NEW-RATE > 0
               MOVE WS-NEW-RATE TO CL-ANNUAL-RATE
           END-IF
           REWRITE CREDIT-LINE-RECORD
           IF CL-IS-ACTIVE
               MOVE CL-LIMIT TO WS-NEW-LIMIT
               PERFORM SET-ROW-LIMIT THRU SET-ROW-LIMIT-EXIT
           END-IF
           PERFORM FORMAT-LINE-TERMS
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Credit line terms updated.".
       CHANGE-TERMS-EXIT.
           EXIT.

      *> WS-LIMIT-INCREASE is the new credit on offer; the customer
      *> and their household must stay inside the lending limits
      *> with it, or a supervisor must take the exception.
       CHECK-LENDING-LIMIT.
           MOVE 1 TO WS-LIMIT-CLEARED
           CALL "CHECK_LENDING_LIMIT" USING WS-USER-ID
               WS-LIMIT-INCREASE WS-CUST-EXPOSURE WS-CUST-LIMIT
               WS-HOUSEHOLD-ID WS-HH-EXPOSURE WS-HH-LIMIT
               WS-LIMIT-RESULT WS-CUST-RESULT WS-HH-RESULT
           MOVE WS-CUST-EXPOSURE TO WS-DISPLAY-EXPOSURE
           DISPLAY "Customer exposure with this limit "
               WS-DISPLAY-EXPOSURE
           MOVE WS-CUST-LIMIT TO WS-DISPLAY-EXPOSURE
           DISPLAY "    lending limit " WS-DISPLAY-EXPOSURE
           IF WS-HOUSEHOLD-ID NOT = 0
               MOVE WS-HH-EXPOSURE TO WS-DISPLAY-EXPOSURE
               DISPLAY "Household exposure with this limit "
                   WS-DISPLAY-EXPOSURE
               MOVE WS-HH-LIMIT TO WS-DISPLAY-EXPOSURE
               DISPLAY "    lending limit " WS-DISPLAY-EXPOSURE
           END-IF
           IF WS-LIMIT-RESULT = 1
               DISPLAY "WARNING: exposure is close to the lending "
                   "limit."
           END-IF
           IF WS-LIMIT-RESULT NOT = 2
               GO TO CHECK-LENDING-LIMIT-EXIT
           END-IF
           DISPLAY "Exposure is over the lending limit - supervisor "
               "override required."
           MOVE WS-LIMIT-INCREASE TO WS-OVERRIDE-AMOUNT
           CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
               WS-USER-ID WS-OVERRIDE-AMOUNT WS-OVERRIDE-GRANTED
           IF WS-OVERRIDE-GRANTED NOT = 1
               MOVE 0 TO WS-LIMIT-CLEARED
           END-IF.
       CHECK-LENDING-LIMIT-EXIT.
           EXIT.

       TOGGLE-SUSPENSION.
           IF CL-IS-CLOSED
               DISPLAY "Line is closed."
               GO TO TOGGLE-SUSPENSION-EXIT
           END-IF
      *>   Reinstating puts the undrawn limit back on offer.
           IF CL-IS-SUSPENDED
               PERFORM READ-LINE-BALANCE THRU READ-LINE-BALANCE-EXIT
               MOVE 0 TO WS-LIMIT-INCREASE
               IF CL-LIMIT > WS-DRAWN
                   COMPUTE WS-LIMIT-INCREASE = CL-LIMIT - WS-DRAWN
               END-IF
               PERFORM CHECK-LENDING-LIMIT
                   THRU CHECK-LENDING-LIMIT-EXIT
               IF WS-LIMIT-CLEARED = 0
                   DISPLAY "Line left suspended."
                   GO TO TOGGLE-SUSPENSION-EXIT
               END-IF
           END-IF
           PERFORM FORMAT-LINE-TERMS
           MOVE WS-HIST-NEW TO WS-HIST-OLD
           IF CL-IS-SUSPENDED
               MOVE "A" TO CL-STATUS
               MOVE CL-LIMIT TO WS-NEW-LIMIT
               DISPLAY "Draws reinstated."
           ELSE
               MOVE "S" TO CL-STATUS
               MOVE 0 TO WS-NEW-LIMIT
               DISPLAY "Line suspended - no further draws."
           END-IF
           REWRITE CREDIT-LINE-RECORD
           PERFORM SET-ROW-LIMIT THRU SET-ROW-LIMIT-EXIT
           PERFORM FORMAT-LINE-TERMS
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID.
       TOGGLE-SUSPENSION-EXIT.
           EXIT.

       CLOSE-CREDIT-LINE.
           IF CL-IS-CLOSED
               DISPLAY "Line is already closed."
               GO TO CLOSE-CREDIT-LINE-EXIT
           END-IF
           PERFORM READ-LINE-BALANCE THRU READ-LINE-BALANCE-EXIT
           IF WS-DRAWN > 0 OR CL-ACCRUED-INT > 0
               DISPLAY "Line still owes " WS-DRAWN
                   " plus accrued interest " CL-ACCRUED-INT
                   " - repay it before closing."
               GO TO CLOSE-CREDIT-LINE-EXIT
           END-IF
           PERFORM FORMAT-LINE-TERMS
           MOVE WS-HIST-NEW TO WS-HIST-OLD
           MOVE "C" TO CL-STATUS
           REWRITE CREDIT-LINE-RECORD
           MOVE 0 TO WS-NEW-LIMIT
           PERFORM SET-ROW-LIMIT THRU SET-ROW-LIMIT-EXIT
           PERFORM FORMAT-LINE-TERMS
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Credit line closed.".
       CLOSE-CREDIT-LINE-EXIT.
           EXIT.

       SHOW-CREDIT-LINE.
           PERFORM READ-LINE-BALANCE THRU READ-LINE-BALANCE-EXIT
           COMPUTE WS-AVAILABLE = CL-LIMIT - WS-DRAWN
           IF NOT CL-IS-ACTIVE
               MOVE 0 TO WS-AVAILABLE
           END-IF
           DISPLAY "Credit line for user " CL-USER-ID
           DISPLAY "  Type / status:     " CL-LINE-TYPE " / "
               CL-STATUS
           MOVE CL-ANNUAL-RATE TO WS-RATE-DISP
           DISPLAY "  Annual rate:       " WS-RATE-DISP
           MOVE CL-LIMIT TO WS-DISPLAY-AMOUNT
           DISPLAY "  Limit:             " WS-DISPLAY-AMOUNT
           MOVE WS-DRAWN TO WS-DISPLAY-AMOUNT
           DISPLAY "  Drawn:             " WS-DISPLAY-AMOUNT
           MOVE WS-AVAILABLE TO WS-DISPLAY-AMOUNT
           DISPLAY "  Available:         " WS-DISPLAY-AMOUNT
           DISPLAY "  Accrued interest:  " CL-ACCRUED-INT
           DISPLAY "  Next statement:    " CL-NEXT-STMT-DATE
           IF CL-LAST-STMT-DATE > 0
               DISPLAY "  Last statement:    " CL-LAST-STMT-DATE
               MOVE CL-MIN-DUE TO WS-DISPLAY-AMOUNT
               DISPLAY "  Minimum due:       " WS-DISPLAY-AMOUNT
                   " by " CL-DUE-DATE " (" CL-MIN-STATUS ")"
           END-IF
           IF CL-PAST-DUE-COUNT > 0
               MOVE CL-PAST-DUE-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "  PAST DUE:          " WS-DISPLAY-AMOUNT
                   " - " CL-PAST-DUE-COUNT " minimum(s) missed since "
                   CL-OLDEST-MISSED-DUE
           END-IF.

       READ-LINE-BALANCE.
           MOVE 0 TO WS-DRAWN
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GO TO READ-LINE-BALANCE-EXIT
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-LINE-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BALANCE-REC-BALANCE < 0
                       COMPUTE WS-DRAWN = 0 - BALANCE-REC-BALANCE
                   END-IF
           END-READ
           CLOSE BALANCE-DB-FILE.
       READ-LINE-BALANCE-EXIT.
           EXIT.

      *> The balance row's overdraft limit is what lets a draw
      *> through, so it always follows the line's status.
       SET-ROW-LIMIT.
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GO TO SET-ROW-LIMIT-EXIT
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-LINE-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "WARNING: no CREDITLINE balance row for "
                       "this customer."
               NOT INVALID KEY
                   MOVE WS-NEW-LIMIT TO BALANCE-REC-OVERDRAFT-LIMIT
                   REWRITE BALANCE-DB-RECORD
           END-READ
           CLOSE BALANCE-DB-FILE.
       SET-ROW-LIMIT-EXIT.
           EXIT.

       FORMAT-LINE-TERMS.
           MOVE CL-LIMIT TO WS-DISPLAY-AMOUNT
           MOVE CL-ANNUAL-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-HIST-NEW
           STRING CL-LINE-TYPE " " CL-STATUS " LIMIT "
               WS-DISPLAY-AMOUNT " RATE " WS-RATE-DISP
               DELIMITED BY SIZE INTO WS-HIST-NEW.
