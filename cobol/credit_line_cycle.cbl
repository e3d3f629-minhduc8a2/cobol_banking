       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT_LINE_CYCLE.

      *> Nightly revolving credit line run. For every open line it
      *> accrues the day's interest on the drawn balance (catching
      *> up any nights missed), then once a statement's due date has
      *> passed it tests whether the minimum was paid - payments are
      *> the credits to the CREDITLINE row since the statement - and
      *> records a missed minimum as past due for LOAN_ARREARS and
      *> OD_COLLECTIONS. On the line's cycle date it charges the
      *> accrued interest (LINE-INTEREST), works out the new minimum
      *> payment and due date and prints the billing statement to
      *> credit_line_statements.txt.
      *>
      *> Minimum payment = the cycle's interest plus
      *> CREDITLINE-MIN-PCT percent of the balance (default 1), at
      *> least CREDITLINE-MIN-FLOOR (default 25.00), plus anything
      *> past due, never more than the balance. It falls due
      *> CREDITLINE-DUE-DAYS (default 25) after the statement. All
      *> three come from batch_params.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LINE-FILE ASSIGN TO "credit_lines.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-USER-ID
               FILE STATUS IS CREDIT-LINE-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO
               "credit_line_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDIT-LINE-FILE.
       COPY "credit_line_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 CREDIT-LINE-FILE-STATUS    PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS        PIC XX.
       01 STATEMENT-FILE-STATUS      PIC XX.
       01 WS-LINE-ACCOUNT   PIC X(10) VALUE "CREDITLINE".
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-TODAY-INT      PIC 9(9).
       01 WS-TODAY-ISO      PIC X(10).
       01 WS-FROM-ISO       PIC X(10).
       01 WS-ISO-WORK-DATE  PIC 9(8).
       01 WS-ISO-WORK       PIC X(10).
       01 WS-DAYS           PIC S9(5).
       01 WS-OWED           PIC 9(10)V99.
       01 WS-INTEREST       PIC 9(8)V99.
       01 WS-APPLIED-RATE   PIC 9V9(4).
       01 WS-SCRA-CAP-RATE  PIC 9V9(4).
       01 WS-SCRA-CAPPED    PIC 9 VALUE 0.
       01 WS-PAID           PIC 9(10)V99.
       01 WS-CYCLE-DRAWS    PIC 9(10)V99.
       01 WS-MIN-CURRENT    PIC 9(10)V99.
       01 WS-MIN-PCT        PIC 9(2)V99 VALUE 1.
       01 WS-MIN-FLOOR      PIC 9(8)V99 VALUE 25.00.
       01 WS-DUE-DAYS       PIC 9(3) VALUE 25.
       01 WS-AVAILABLE      PIC S9(10)V99.
       01 WS-STMT-YEAR      PIC 9(4).
       01 WS-STMT-MONTH     PIC 9(2).
       01 WS-PARAM-NAME     PIC X(20).
       01 WS-PARAM-VALUE    PIC X(30).
       01 WS-PARAM-FOUND    PIC 9 VALUE 0.
       01 WS-ROW-FOUND      PIC 9 VALUE 0.
       01 WS-TXN-TYPE-INT   PIC X(15) VALUE "LINE-INTEREST".
       01 WS-TXN-AMOUNT     PIC S9(10)V99.
       01 WS-TXN-BALANCE    PIC S9(10)V99.
       01 WS-LEDGER-RATE    PIC 9(03)V9(6) VALUE 1.
       01 WS-LINES-ACCRUED  PIC 9(6) VALUE 0.
       01 WS-LINES-BILLED   PIC 9(6) VALUE 0.
       01 WS-MINS-MISSED    PIC 9(6) VALUE 0.
       01 WS-DISPLAY-AMOUNT PIC -9(10).99.
       01 WS-DISPLAY-PREV   PIC -9(10).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Credit line cycle running."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           IF WS-BD-OPEN-FLAG = 0
               DISPLAY "Business date is closed - posting is locked."
               GOBACK
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE WS-BUSINESS-DATE TO WS-ISO-WORK-DATE
           PERFORM FORMAT-ISO-DATE THRU FORMAT-ISO-DATE-EXIT
           MOVE WS-ISO-WORK TO WS-TODAY-ISO
           PERFORM LOAD-CYCLE-PARAMS
           OPEN I-O CREDIT-LINE-FILE
           IF CREDIT-LINE-FILE-STATUS NOT = "00"
               DISPLAY "No credit lines on file."
               GOBACK
           END-IF
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               CLOSE CREDIT-LINE-FILE
               GOBACK
           END-IF
           OPEN INPUT TRANSACTION-DB-FILE
           OPEN INPUT USER-DB-FILE
           OPEN EXTEND STATEMENT-FILE
           IF STATEMENT-FILE-STATUS = "35"
               OPEN OUTPUT STATEMENT-FILE
               CLOSE STATEMENT-FILE
               OPEN EXTEND STATEMENT-FILE
           END-IF
           PERFORM UNTIL CREDIT-LINE-FILE-STATUS = "10"
               READ CREDIT-LINE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF NOT CL-IS-CLOSED
                           PERFORM CYCLE-ONE-LINE
                               THRU CYCLE-ONE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-LINE-FILE
           CLOSE BALANCE-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS = "00"
              OR TRANSACTION-DB-FILE-STATUS = "10"
               CLOSE TRANSACTION-DB-FILE
           END-IF
           CLOSE USER-DB-FILE
           CLOSE STATEMENT-FILE
           DISPLAY "Lines accrued:        " WS-LINES-ACCRUED
           DISPLAY "Minimums missed:      " WS-MINS-MISSED
           DISPLAY "Statements produced:  " WS-LINES-BILLED
           IF WS-LINES-BILLED > 0
               DISPLAY "Statements written to "
                   "credit_line_statements.txt"
           END-IF
           GOBACK.

       LOAD-CYCLE-PARAMS.
           MOVE "CREDITLINE-MIN-PCT" TO WS-PARAM-NAME
           MOVE "1" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 1
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-MIN-PCT
           END-IF
           MOVE "CREDITLINE-MIN-FLOOR" TO WS-PARAM-NAME
           MOVE "25" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 1
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-MIN-FLOOR
           END-IF
           MOVE "CREDITLINE-DUE-DAYS" TO WS-PARAM-NAME
           MOVE "25" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 1
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-DUE-DAYS
           END-IF.

       CYCLE-ONE-LINE.
           MOVE CL-USER-ID TO BALANCE-REC-ID
           MOVE WS-LINE-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "WARNING: credit line for user " CL-USER-ID
                       " has no CREDITLINE balance row."
                   GO TO CYCLE-ONE-LINE-EXIT
           END-READ
           PERFORM SET-OWED
           PERFORM ACCRUE-INTEREST THRU ACCRUE-INTEREST-EXIT
           IF CL-MIN-PENDING AND WS-BUSINESS-DATE > CL-DUE-DATE
               PERFORM TEST-MINIMUM THRU TEST-MINIMUM-EXIT
           END-IF
           IF WS-BUSINESS-DATE >= CL-NEXT-STMT-DATE
               PERFORM BILL-ONE-LINE
           END-IF
           REWRITE CREDIT-LINE-RECORD.
       CYCLE-ONE-LINE-EXIT.
           EXIT.

       SET-OWED.
           IF BALANCE-REC-BALANCE < 0
               COMPUTE WS-OWED = 0 - BALANCE-REC-BALANCE
           ELSE
               MOVE 0 TO WS-OWED
           END-IF.

      *> Simple daily interest on what is drawn tonight, for every
      *> day since the last accrual.
       ACCRUE-INTEREST.
           IF CL-LAST-ACCRUAL-DATE = 0
               MOVE WS-BUSINESS-DATE TO CL-LAST-ACCRUAL-DATE
           END-IF
           COMPUTE WS-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(CL-LAST-ACCRUAL-DATE)
           IF WS-DAYS <= 0
               GO TO ACCRUE-INTEREST-EXIT
           END-IF
      *>   A customer on active military duty is charged no more
      *>   than the servicemember cap on a line opened before
      *>   service.
           MOVE CL-ANNUAL-RATE TO WS-APPLIED-RATE
           CALL "GET_SERVICEMEMBER_CAP" USING CL-USER-ID
               CL-OPEN-DATE WS-BUSINESS-DATE WS-SCRA-CAP-RATE
               WS-SCRA-CAPPED
           IF WS-SCRA-CAPPED = 1 AND WS-SCRA-CAP-RATE < WS-APPLIED-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-APPLIED-RATE
           END-IF
           IF WS-OWED > 0
               COMPUTE CL-ACCRUED-INT ROUNDED = CL-ACCRUED-INT
                   + WS-OWED * WS-APPLIED-RATE / 365 * WS-DAYS
               ADD 1 TO WS-LINES-ACCRUED
           END-IF
           MOVE WS-BUSINESS-DATE TO CL-LAST-ACCRUAL-DATE.
       ACCRUE-INTEREST-EXIT.
           EXIT.

      *> The minimum is met when the credits since the statement
      *> reach it, or the line has been paid off altogether.
       TEST-MINIMUM.
           PERFORM SUM-CYCLE-ACTIVITY THRU SUM-CYCLE-ACTIVITY-EXIT
           IF WS-PAID >= CL-MIN-DUE OR WS-OWED = 0
               MOVE "M" TO CL-MIN-STATUS
               MOVE 0 TO CL-PAST-DUE-COUNT
               MOVE 0 TO CL-PAST-DUE-AMOUNT
               MOVE 0 TO CL-OLDEST-MISSED-DUE
               GO TO TEST-MINIMUM-EXIT
           END-IF
           MOVE "X" TO CL-MIN-STATUS
           ADD 1 TO CL-PAST-DUE-COUNT
           COMPUTE CL-PAST-DUE-AMOUNT = CL-MIN-DUE - WS-PAID
           IF CL-OLDEST-MISSED-DUE = 0
               MOVE CL-DUE-DATE TO CL-OLDEST-MISSED-DUE
           END-IF
           ADD 1 TO WS-MINS-MISSED
           MOVE CL-PAST-DUE-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "User " CL-USER-ID " missed the minimum due "
               CL-DUE-DATE " - past due " WS-DISPLAY-AMOUNT.
       TEST-MINIMUM-EXIT.
           EXIT.

      *> Credits (payments) and debits (draws, interest) posted to
      *> the line since the last statement, read through the
      *> account's alternate key.
       SUM-CYCLE-ACTIVITY.
           MOVE 0 TO WS-PAID
           MOVE 0 TO WS-CYCLE-DRAWS
           MOVE CL-LAST-STMT-DATE TO WS-ISO-WORK-DATE
           PERFORM FORMAT-ISO-DATE THRU FORMAT-ISO-DATE-EXIT
           MOVE WS-ISO-WORK TO WS-FROM-ISO
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
              AND TRANSACTION-DB-FILE-STATUS NOT = "10"
               GO TO SUM-CYCLE-ACTIVITY-EXIT
           END-IF
           MOVE CL-USER-ID TO TXN-ALT-USER-ID
           MOVE WS-LINE-ACCOUNT TO TXN-ALT-ACCOUNT-TYPE
           MOVE WS-FROM-ISO TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS > TXN-ALT-KEY
               INVALID KEY
                   GO TO SUM-CYCLE-ACTIVITY-EXIT
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-ALT-USER-ID NOT = CL-USER-ID
                          OR TXN-ALT-ACCOUNT-TYPE NOT =
                             WS-LINE-ACCOUNT
                          OR TXN-ALT-DATE > WS-TODAY-ISO
                           EXIT PERFORM
                       END-IF
                       IF TXN-ALT-DATE > WS-FROM-ISO
                           PERFORM ADD-ONE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TRANSACTION-DB-FILE-STATUS.
       SUM-CYCLE-ACTIVITY-EXIT.
           EXIT.

       ADD-ONE-ACTIVITY.
           IF TXN-AMOUNT > 0
               ADD TXN-AMOUNT TO WS-PAID
           ELSE
               IF TXN-TYPE NOT = WS-TXN-TYPE-INT
                   SUBTRACT TXN-AMOUNT FROM WS-CYCLE-DRAWS
               END-IF
           END-IF.

       BILL-ONE-LINE.
      *>   A minimum still pending at the next statement (due date
      *>   not yet passed) is settled first so the new minimum can
      *>   carry any shortfall.
           IF CL-MIN-PENDING
               PERFORM TEST-MINIMUM THRU TEST-MINIMUM-EXIT
           END-IF
           PERFORM SUM-CYCLE-ACTIVITY THRU SUM-CYCLE-ACTIVITY-EXIT
           COMPUTE WS-INTEREST ROUNDED = CL-ACCRUED-INT
           IF WS-INTEREST > 0
               SUBTRACT WS-INTEREST FROM BALANCE-REC-BALANCE
               REWRITE BALANCE-DB-RECORD
               COMPUTE WS-TXN-AMOUNT = 0 - WS-INTEREST
               MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING CL-USER-ID
                   WS-TXN-TYPE-INT WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-LINE-ACCOUNT WS-LEDGER-RATE
           END-IF
           MOVE 0 TO CL-ACCRUED-INT
           PERFORM SET-OWED
           IF WS-OWED = 0
               MOVE 0 TO CL-MIN-DUE
               MOVE 0 TO CL-DUE-DATE
               MOVE SPACE TO CL-MIN-STATUS
               MOVE 0 TO CL-PAST-DUE-COUNT
               MOVE 0 TO CL-PAST-DUE-AMOUNT
               MOVE 0 TO CL-OLDEST-MISSED-DUE
           ELSE
               COMPUTE WS-MIN-CURRENT ROUNDED =
                   WS-INTEREST + WS-OWED * WS-MIN-PCT / 100
               IF WS-MIN-CURRENT < WS-MIN-FLOOR
                   MOVE WS-MIN-FLOOR TO WS-MIN-CURRENT
               END-IF
               ADD CL-PAST-DUE-AMOUNT TO WS-MIN-CURRENT
               IF WS-MIN-CURRENT > WS-OWED
                   MOVE WS-OWED TO WS-MIN-CURRENT
               END-IF
               MOVE WS-MIN-CURRENT TO CL-MIN-DUE
               COMPUTE CL-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + WS-DUE-DAYS)
               MOVE "P" TO CL-MIN-STATUS
           END-IF
           PERFORM PRINT-STATEMENT
           MOVE WS-BUSINESS-DATE TO CL-LAST-STMT-DATE
           MOVE WS-OWED TO CL-STMT-BALANCE
           MOVE WS-BUSINESS-DATE(1:4) TO WS-STMT-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-STMT-MONTH
           ADD 1 TO WS-STMT-MONTH
           IF WS-STMT-MONTH > 12
               MOVE 1 TO WS-STMT-MONTH
               ADD 1 TO WS-STMT-YEAR
           END-IF
           COMPUTE CL-NEXT-STMT-DATE = WS-STMT-YEAR * 10000
               + WS-STMT-MONTH * 100 + CL-CYCLE-DAY
           ADD 1 TO WS-LINES-BILLED.

       PRINT-STATEMENT.
           MOVE CL-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   MOVE SPACES TO USER-REC-NAME
                   MOVE SPACES TO USER-REC-ADDRESS
           END-READ
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "CREDIT LINE STATEMENT  " WS-BUSINESS-DATE
               "  ACCOUNT " BALANCE-REC-ACCOUNT-NO
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "TO: " USER-REC-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "    " USER-REC-ADDRESS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CL-STMT-BALANCE TO WS-DISPLAY-PREV
           MOVE SPACES TO STATEMENT-LINE
           STRING "Previous balance    " WS-DISPLAY-PREV
               "   (statement of " CL-LAST-STMT-DATE ")"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-PAID TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Payments / credits  " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-CYCLE-DRAWS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Draws               " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-INTEREST TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Interest charged    " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-OWED TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "NEW BALANCE         " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-AVAILABLE = CL-LIMIT - WS-OWED
           IF NOT CL-IS-ACTIVE OR WS-AVAILABLE < 0
               MOVE 0 TO WS-AVAILABLE
           END-IF
           MOVE WS-AVAILABLE TO WS-DISPLAY-AMOUNT
           MOVE CL-LIMIT TO WS-DISPLAY-PREV
           MOVE SPACES TO STATEMENT-LINE
           STRING "Credit limit        " WS-DISPLAY-PREV
               "   available " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF CL-PAST-DUE-AMOUNT > 0
               MOVE CL-PAST-DUE-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "PAST DUE (included) " WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE CL-MIN-DUE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           IF CL-MIN-DUE > 0
               STRING "MINIMUM PAYMENT DUE " WS-DISPLAY-AMOUNT
                   "   by " CL-DUE-DATE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               MOVE "Nothing is due this cycle." TO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE
           DISPLAY "Statement cut for user " CL-USER-ID
               " - balance " WS-OWED " minimum " CL-MIN-DUE.

       FORMAT-ISO-DATE.
           MOVE "0000-00-00" TO WS-ISO-WORK
           IF WS-ISO-WORK-DATE = 0
               GO TO FORMAT-ISO-DATE-EXIT
           END-IF
           MOVE WS-ISO-WORK-DATE(1:4) TO WS-ISO-WORK(1:4)
           MOVE WS-ISO-WORK-DATE(5:2) TO WS-ISO-WORK(6:2)
           MOVE WS-ISO-WORK-DATE(7:2) TO WS-ISO-WORK(9:2).
       FORMAT-ISO-DATE-EXIT.
           EXIT.
