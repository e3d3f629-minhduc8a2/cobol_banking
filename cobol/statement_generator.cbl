      *> Turns a user's TRANSACTION-DB-FILE history into a readable
      *> monthly statement: every transaction in the requested date
      *> range with its running balance, plus opening/closing balance
      *> for the period. Given a household ID instead, it produces
      *> one combined statement for every member's accounts under
      *> the household's name and address - one envelope per family.
      *> Each account's footer lists the items FEE_ASSESSMENT counted
      *> against its per-item fee schedule for the months in range.
      *> A deposit account's footer also states the annual
      *> percentage yield earned: the interest credited in the
      *> period against the period's average daily balance from
      *> balance_history.db, annualized by COMPUTE_APY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TT-CODE
               FILE STATUS IS TXN-TYPE-FILE-STATUS.

           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO "household.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HH-ID
               FILE STATUS IS HOUSEHOLD-FILE-STATUS.

           SELECT HOUSEHOLD-MEMBER-FILE ASSIGN TO
               "household_member.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHM-USER-ID
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS HOUSEHOLD-MEMBER-FILE-STATUS.

           SELECT ITEM-USAGE-FILE ASSIGN TO "item_usage.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IU-KEY
               FILE STATUS IS ITEM-USAGE-FILE-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       FD TXN-TYPE-FILE.
       COPY "txn_type_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD HOUSEHOLD-FILE.
       COPY "household_record.cpy".

       FD HOUSEHOLD-MEMBER-FILE.
       COPY "household_member_record.cpy".

       FD ITEM-USAGE-FILE.
       COPY "item_usage_record.cpy".

       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       WORKING-STORAGE SECTION.
       01 TXN-TYPE-FILE-STATUS PIC XX.
      *> Friendly description off the transaction-type
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.

      *> Combined household statement: every member's accounts in
      *> one document, with the household's deposit and loan totals
      *> at the foot.
       01 BALANCE-DB-FILE-STATUS       PIC XX.
       01 HOUSEHOLD-FILE-STATUS        PIC XX.
       01 HOUSEHOLD-MEMBER-FILE-STATUS PIC XX.
       COPY "account_types.cpy".
       01 WS-HOUSEHOLD-ID     PIC 9(10) VALUE 0.
       01 WS-HH-ACCOUNTS      PIC 9(4) VALUE 0.
       01 WS-HH-LINES         PIC 9(6) VALUE 0.
       01 WS-HH-DEPOSITS      PIC S9(12)V99 VALUE 0.
       01 WS-HH-LOANS         PIC S9(12)V99 VALUE 0.
       01 WS-DISPLAY-TOTAL    PIC -9(12).99.

       01 ITEM-USAGE-FILE-STATUS PIC XX.
       01 WS-IU-FROM-MONTH    PIC 9(6).
       01 WS-IU-TO-MONTH      PIC 9(6).
       01 WS-IU-LINES         PIC 9(4) VALUE 0.
       01 WS-IU-COUNT-DISP    PIC ZZZZ9.
       01 WS-IU-FREE-DISP     PIC ZZZ9.
       01 WS-IU-CHARGED-DISP  PIC ZZZZ9.
       01 WS-IU-FEE-DISP      PIC ZZZZZ9.99.

      *> APY earned: interest credited in the period over its
      *> average daily balance and its days.
       01 BALANCE-HISTORY-FILE-STATUS PIC XX.
       01 WS-INTEREST-EARNED  PIC S9(12)V99 VALUE 0.
       01 WS-AVG-BALANCE      PIC S9(12)V99.
       01 WS-SNAP-TOTAL       PIC S9(14)V99.
       01 WS-SNAP-COUNT       PIC 9(4).
       01 WS-PERIOD-FROM      PIC 9(8).
       01 WS-PERIOD-TO        PIC 9(8).
       01 WS-PERIOD-DAYS      PIC 9(5).
       01 WS-APY-EARNED       PIC 9(3)V99.
       01 WS-DISPLAY-APY      PIC ZZ9.99.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-BD-OPEN-FLAG     PIC 9 VALUE 1.

      *> Goal savings progress for a GOALSAVE statement.
       01 WS-GOAL-NAME        PIC X(30).
       01 WS-GOAL-TARGET      PIC 9(10)V99.
       01 WS-GOAL-RELEASE     PIC 9(8).
       01 WS-GOAL-PCT         PIC 9(3).
       01 WS-GOAL-FOUND       PIC 9 VALUE 0.
       01 WS-GOAL-PCT-DISP    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-LINE-COUNT
      *    Unattended runs take their statement parameters from
      *    the parameter file instead of hanging on the prompts.
           CALL "GET_BATCH_MODE" USING WS-BATCH-MODE
           PERFORM ASK-HOUSEHOLD
           IF WS-HOUSEHOLD-ID NOT = 0
               PERFORM HOUSEHOLD-STATEMENT THRU HOUSEHOLD-STATEMENT-EXIT
               GOBACK
           END-IF
           IF WS-BATCH-MODE = "Y"
               MOVE 0 TO WS-ACCOUNT-NO
               MOVE "STMT-USER-ID" TO WS-PARAM-NAME
                       PERFORM CLOSE-FILES
                       GOBACK
               END-READ
               PERFORM LOAD-OPEN-DISPUTES THRU LOAD-OPEN-DISPUTES-EXIT
               PERFORM WRITE-STATEMENT-HEADER
               PERFORM SCAN-SEGMENT-FILES THRU SCAN-SEGMENT-FILES-EXIT
               PERFORM SCAN-TRANSACTIONS THRU SCAN-TRANSACTIONS-EXIT
               PERFORM WRITE-STATEMENT-FOOTER
               PERFORM CLOSE-FILES
               PERFORM ARCHIVE-THIS-STATEMENT
           ACCEPT WS-START-DATE
           DISPLAY "End date (YYYY-MM-DD): "
           ACCEPT WS-END-DATE
           PERFORM LOAD-OPEN-DISPUTES THRU LOAD-OPEN-DISPUTES-EXIT
           PERFORM WRITE-STATEMENT-HEADER
           PERFORM SCAN-SEGMENT-FILES THRU SCAN-SEGMENT-FILES-EXIT
           PERFORM SCAN-TRANSACTIONS THRU SCAN-TRANSACTIONS-EXIT
           PERFORM WRITE-STATEMENT-FOOTER
           PERFORM CLOSE-FILES
           PERFORM ARCHIVE-THIS-STATEMENT
               WS-LINE-COUNT " transactions)."
           GOBACK.

      *> A household ID selects the combined statement; zero (or no
      *> STMT-HOUSEHOLD-ID parameter on an unattended run) keeps the
      *> single-account statement.
       ASK-HOUSEHOLD.
           MOVE 0 TO WS-HOUSEHOLD-ID
           IF WS-BATCH-MODE = "Y"
               MOVE "STMT-HOUSEHOLD-ID" TO WS-PARAM-NAME
               MOVE "0" TO WS-PARAM-VALUE
               CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
                   WS-PARAM-VALUE WS-PARAM-FOUND
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-HOUSEHOLD-ID
           ELSE
               DISPLAY "Household ID for a combined statement "
                   "(0 for one account): "
               ACCEPT WS-HOUSEHOLD-ID
           END-IF.

       GET-STATEMENT-PERIOD.
           IF WS-BATCH-MODE = "Y"
               MOVE "STMT-START-DATE" TO WS-PARAM-NAME
               MOVE "0000-00-00" TO WS-PARAM-VALUE
               CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
                   WS-PARAM-VALUE WS-PARAM-FOUND
               MOVE WS-PARAM-VALUE(1:10) TO WS-START-DATE
               MOVE "STMT-END-DATE" TO WS-PARAM-NAME
               MOVE "9999-12-31" TO WS-PARAM-VALUE
               CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
                   WS-PARAM-VALUE WS-PARAM-FOUND
               MOVE WS-PARAM-VALUE(1:10) TO WS-END-DATE
           ELSE
               DISPLAY "Start date (YYYY-MM-DD): "
               ACCEPT WS-START-DATE
               DISPLAY "End date (YYYY-MM-DD): "
               ACCEPT WS-END-DATE
           END-IF.

      *> One document for the whole household: a header addressed
      *> to the household, then each member's accounts in turn -
      *> the same transaction lines and opening/closing balances a
      *> single statement carries - then the household totals.
       HOUSEHOLD-STATEMENT.
           OPEN INPUT HOUSEHOLD-FILE
           IF HOUSEHOLD-FILE-STATUS NOT = "00"
               DISPLAY "No households on file."
               GO TO HOUSEHOLD-STATEMENT-EXIT
           END-IF
           MOVE WS-HOUSEHOLD-ID TO HH-ID
           READ HOUSEHOLD-FILE
               INVALID KEY
                   DISPLAY "No such household."
                   CLOSE HOUSEHOLD-FILE
                   GO TO HOUSEHOLD-STATEMENT-EXIT
           END-READ
           CLOSE HOUSEHOLD-FILE
           IF HH-IS-DISSOLVED
               DISPLAY "Household " HH-ID " is dissolved - no "
                   "statement produced."
               GO TO HOUSEHOLD-STATEMENT-EXIT
           END-IF
           MOVE HH-HEAD-USER-ID TO WS-USER-ID
           PERFORM GET-STATEMENT-PERIOD
           PERFORM OPEN-FILES
           OPEN INPUT BALANCE-DB-FILE
           OPEN INPUT HOUSEHOLD-MEMBER-FILE
           MOVE 0 TO WS-HH-ACCOUNTS
           MOVE 0 TO WS-HH-LINES
           MOVE 0 TO WS-HH-DEPOSITS
           MOVE 0 TO WS-HH-LOANS
           PERFORM LOAD-OPEN-DISPUTES THRU LOAD-OPEN-DISPUTES-EXIT
           PERFORM WRITE-HOUSEHOLD-HEADER
           MOVE WS-HOUSEHOLD-ID TO HHM-HOUSEHOLD-ID
           START HOUSEHOLD-MEMBER-FILE KEY IS = HHM-HOUSEHOLD-ID
               INVALID KEY
                   MOVE "10" TO HOUSEHOLD-MEMBER-FILE-STATUS
           END-START
           PERFORM UNTIL HOUSEHOLD-MEMBER-FILE-STATUS = "10"
               READ HOUSEHOLD-MEMBER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HHM-HOUSEHOLD-ID NOT = WS-HOUSEHOLD-ID
                           EXIT PERFORM
                       END-IF
                       PERFORM HOUSEHOLD-ONE-MEMBER
                           THRU HOUSEHOLD-ONE-MEMBER-EXIT
               END-READ
           END-PERFORM
           PERFORM WRITE-HOUSEHOLD-FOOTER
           CLOSE HOUSEHOLD-MEMBER-FILE
           CLOSE BALANCE-DB-FILE
           PERFORM CLOSE-FILES
           MOVE "account_statement.txt" TO WS-ARCH-SOURCE
           MOVE "STATEMENT" TO WS-ARCH-TYPE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "HOUSEHOLD=" WS-HOUSEHOLD-ID
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Household statement written to "
               "account_statement.txt (" WS-HH-ACCOUNTS
               " accounts, " WS-HH-LINES " transactions).".
       HOUSEHOLD-STATEMENT-EXIT.
           EXIT.

       HOUSEHOLD-ONE-MEMBER.
           MOVE HHM-USER-ID TO WS-USER-ID
           MOVE HHM-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   GO TO HOUSEHOLD-ONE-MEMBER-EXIT
           END-READ
           PERFORM HOUSEHOLD-ONE-ACCOUNT THRU HOUSEHOLD-ONE-ACCOUNT-EXIT
               VARYING ACCOUNT-TYPE-IDX FROM 1 BY 1
               UNTIL ACCOUNT-TYPE-IDX > ACCOUNT-TYPE-COUNT.
       HOUSEHOLD-ONE-MEMBER-EXIT.
           EXIT.

       HOUSEHOLD-ONE-ACCOUNT.
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE ACCOUNT-TYPE-ENTRY(ACCOUNT-TYPE-IDX)
               TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   GO TO HOUSEHOLD-ONE-ACCOUNT-EXIT
           END-READ
           MOVE BALANCE-REC-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE 0 TO WS-CLOSING-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING USER-REC-NAME " - " WS-ACCOUNT-TYPE " #"
               BALANCE-REC-ACCOUNT-NO
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "Date       Type            Amount     Balance"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM SCAN-SEGMENT-FILES THRU SCAN-SEGMENT-FILES-EXIT
           PERFORM SCAN-TRANSACTIONS THRU SCAN-TRANSACTIONS-EXIT
           PERFORM WRITE-STATEMENT-FOOTER
           ADD 1 TO WS-HH-ACCOUNTS
           ADD WS-LINE-COUNT TO WS-HH-LINES
           IF WS-ACCOUNT-TYPE = "LOAN"
              OR WS-ACCOUNT-TYPE = "CREDITLINE"
               ADD WS-CLOSING-BALANCE TO WS-HH-LOANS
           ELSE
               ADD WS-CLOSING-BALANCE TO WS-HH-DEPOSITS
           END-IF.
       HOUSEHOLD-ONE-ACCOUNT-EXIT.
           EXIT.

       WRITE-HOUSEHOLD-HEADER.
           MOVE SPACES TO STATEMENT-LINE
           STRING "Household statement for " HH-NAME
               " (household " WS-HOUSEHOLD-ID ")"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING HH-ADDRESS DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Period: " WS-START-DATE " to " WS-END-DATE
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "======================================================"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-HOUSEHOLD-FOOTER.
           MOVE "======================================================"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-HH-DEPOSITS TO WS-DISPLAY-TOTAL
           MOVE SPACES TO STATEMENT-LINE
           STRING "Household deposits: " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-HH-LOANS TO WS-DISPLAY-TOTAL
           MOVE SPACES TO STATEMENT-LINE
           STRING "Household loans:    " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *> Preserve this generation in the report archive before the
      *> fixed filename is overwritten by the next statement.
       ARCHIVE-THIS-STATEMENT.
                       PERFORM WRITE-TRANSACTION-LINE
                       MOVE TXN-RESULT-BALANCE TO WS-CLOSING-BALANCE
                       ADD 1 TO WS-LINE-COUNT
                       IF TXN-TYPE = "INTEREST"
                           ADD TXN-AMOUNT TO WS-INTEREST-EARNED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STRING "Closing balance: " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM WRITE-APY-EARNED THRU WRITE-APY-EARNED-EXIT
           MOVE 0 TO WS-INTEREST-EARNED
           PERFORM WRITE-ITEM-ACTIVITY THRU WRITE-ITEM-ACTIVITY-EXIT
           PERFORM WRITE-GOAL-PROGRESS THRU WRITE-GOAL-PROGRESS-EXIT.

      *> A goal savings pot shows the goal, its release date and how
      *> far the closing balance has come toward the target.
       WRITE-GOAL-PROGRESS.
           IF WS-ACCOUNT-TYPE NOT = "GOALSAVE"
               GO TO WRITE-GOAL-PROGRESS-EXIT
           END-IF
           CALL "GET_GOAL_PROGRESS" USING WS-USER-ID
               WS-CLOSING-BALANCE WS-GOAL-NAME WS-GOAL-TARGET
               WS-GOAL-RELEASE WS-GOAL-PCT WS-GOAL-FOUND
           IF WS-GOAL-FOUND = 0
               GO TO WRITE-GOAL-PROGRESS-EXIT
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "Savings goal: " WS-GOAL-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-GOAL-TARGET TO WS-DISPLAY-BALANCE
           MOVE WS-GOAL-PCT TO WS-GOAL-PCT-DISP
           MOVE SPACES TO STATEMENT-LINE
           STRING "Goal target: " WS-DISPLAY-BALANCE " by "
               WS-GOAL-RELEASE " - " WS-GOAL-PCT-DISP "% saved"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       WRITE-GOAL-PROGRESS-EXIT.
           EXIT.

      *> Deposit accounts only, and only for a real date range - the
      *> open-ended default range of an unattended run has no days
      *> to annualize over. A period running past today is measured
      *> to today.
       WRITE-APY-EARNED.
           IF WS-ACCOUNT-TYPE = "LOAN" OR WS-ACCOUNT-TYPE = "CREDITLINE"
               GO TO WRITE-APY-EARNED-EXIT
           END-IF
           IF WS-START-DATE(1:4) IS NOT NUMERIC
              OR WS-START-DATE(6:2) IS NOT NUMERIC
              OR WS-START-DATE(9:2) IS NOT NUMERIC
              OR WS-END-DATE(1:4) IS NOT NUMERIC
              OR WS-END-DATE(6:2) IS NOT NUMERIC
              OR WS-END-DATE(9:2) IS NOT NUMERIC
               GO TO WRITE-APY-EARNED-EXIT
           END-IF
           MOVE WS-START-DATE(1:4) TO WS-PERIOD-FROM(1:4)
           MOVE WS-START-DATE(6:2) TO WS-PERIOD-FROM(5:2)
           MOVE WS-START-DATE(9:2) TO WS-PERIOD-FROM(7:2)
           MOVE WS-END-DATE(1:4) TO WS-PERIOD-TO(1:4)
           MOVE WS-END-DATE(6:2) TO WS-PERIOD-TO(5:2)
           MOVE WS-END-DATE(9:2) TO WS-PERIOD-TO(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-FROM) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-TO) NOT = 0
               GO TO WRITE-APY-EARNED-EXIT
           END-IF
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           IF WS-PERIOD-TO > WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WS-PERIOD-TO
           END-IF
           IF WS-PERIOD-TO < WS-PERIOD-FROM
               GO TO WRITE-APY-EARNED-EXIT
           END-IF
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 1
           PERFORM COMPUTE-PERIOD-AVERAGE
               THRU COMPUTE-PERIOD-AVERAGE-EXIT
           CALL "COMPUTE_APY" USING WS-AVG-BALANCE WS-INTEREST-EARNED
               WS-PERIOD-DAYS WS-APY-EARNED
           MOVE WS-INTEREST-EARNED TO WS-DISPLAY-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Interest paid this period: " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-AVG-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Average daily balance:     " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-APY-EARNED TO WS-DISPLAY-APY
           MOVE SPACES TO STATEMENT-LINE
           STRING "Annual percentage yield earned: " WS-DISPLAY-APY
               "% (" WS-PERIOD-DAYS " days)"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       WRITE-APY-EARNED-EXIT.
           EXIT.

      *> The nightly snapshots across the period; an account with
      *> none takes the closing balance, as INTEREST_ACCRUAL does.
       COMPUTE-PERIOD-AVERAGE.
           MOVE 0 TO WS-SNAP-TOTAL
           MOVE 0 TO WS-SNAP-COUNT
           MOVE WS-CLOSING-BALANCE TO WS-AVG-BALANCE
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-FILE-STATUS NOT = "00"
               GO TO COMPUTE-PERIOD-AVERAGE-EXIT
           END-IF
           MOVE WS-USER-ID      TO BH-BALANCE-ID
           MOVE WS-ACCOUNT-TYPE TO BH-BALANCE-ACCOUNT-TYPE
           MOVE WS-PERIOD-FROM  TO BH-SNAPSHOT-DATE
           START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
               INVALID KEY
                   MOVE "10" TO BALANCE-HISTORY-FILE-STATUS
           END-START
           PERFORM UNTIL BALANCE-HISTORY-FILE-STATUS = "10"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BH-BALANCE-ID NOT = WS-USER-ID
                          OR BH-BALANCE-ACCOUNT-TYPE NOT =
                             WS-ACCOUNT-TYPE
                          OR BH-SNAPSHOT-DATE > WS-PERIOD-TO
                           EXIT PERFORM
                       END-IF
                       ADD BH-BALANCE TO WS-SNAP-TOTAL
                       ADD 1 TO WS-SNAP-COUNT
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-FILE
           IF WS-SNAP-COUNT > 0
               COMPUTE WS-AVG-BALANCE ROUNDED =
                   WS-SNAP-TOTAL / WS-SNAP-COUNT
           END-IF.
       COMPUTE-PERIOD-AVERAGE-EXIT.
           EXIT.

      *> One line per month and scheduled transaction type: items
      *> posted, the free allowance, how many were charged and the
      *> fee - or that the fee was waived.
       WRITE-ITEM-ACTIVITY.
           MOVE 0 TO WS-IU-LINES
           MOVE 0 TO WS-IU-FROM-MONTH
           MOVE 999999 TO WS-IU-TO-MONTH
           IF WS-START-DATE(1:4) IS NUMERIC
              AND WS-START-DATE(6:2) IS NUMERIC
               MOVE WS-START-DATE(1:4) TO WS-IU-FROM-MONTH(1:4)
               MOVE WS-START-DATE(6:2) TO WS-IU-FROM-MONTH(5:2)
           END-IF
           IF WS-END-DATE(1:4) IS NUMERIC
              AND WS-END-DATE(6:2) IS NUMERIC
               MOVE WS-END-DATE(1:4) TO WS-IU-TO-MONTH(1:4)
               MOVE WS-END-DATE(6:2) TO WS-IU-TO-MONTH(5:2)
           END-IF
           OPEN INPUT ITEM-USAGE-FILE
           IF ITEM-USAGE-FILE-STATUS NOT = "00"
               GO TO WRITE-ITEM-ACTIVITY-EXIT
           END-IF
           MOVE WS-USER-ID TO IU-USER-ID
           MOVE WS-ACCOUNT-TYPE TO IU-ACCOUNT-TYPE
           MOVE WS-IU-FROM-MONTH TO IU-MONTH
           MOVE LOW-VALUES TO IU-TXN-TYPE
           START ITEM-USAGE-FILE KEY IS >= IU-KEY
               INVALID KEY
                   CLOSE ITEM-USAGE-FILE
                   GO TO WRITE-ITEM-ACTIVITY-EXIT
           END-START
           PERFORM UNTIL ITEM-USAGE-FILE-STATUS = "10"
               READ ITEM-USAGE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF IU-USER-ID NOT = WS-USER-ID
                          OR IU-ACCOUNT-TYPE NOT = WS-ACCOUNT-TYPE
                          OR IU-MONTH > WS-IU-TO-MONTH
                           EXIT PERFORM
                       END-IF
                       PERFORM WRITE-ONE-ITEM-LINE
               END-READ
           END-PERFORM
           CLOSE ITEM-USAGE-FILE.
       WRITE-ITEM-ACTIVITY-EXIT.
           EXIT.

       WRITE-ONE-ITEM-LINE.
           IF WS-IU-LINES = 0
               MOVE "Item activity (items / free / charged / fee):"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           ADD 1 TO WS-IU-LINES
           MOVE IU-TXN-TYPE TO TXN-TYPE
           PERFORM LOOKUP-TYPE-DESC THRU LOOKUP-TYPE-DESC-EXIT
           MOVE IU-ITEM-COUNT TO WS-IU-COUNT-DISP
           MOVE IU-FREE-ITEMS TO WS-IU-FREE-DISP
           MOVE IU-CHARGED-ITEMS TO WS-IU-CHARGED-DISP
           MOVE IU-FEE-CHARGED TO WS-IU-FEE-DISP
           MOVE SPACES TO STATEMENT-LINE
           IF IU-IS-WAIVED
               STRING "  " IU-MONTH " " WS-TYPE-DESC " "
                   WS-IU-COUNT-DISP " " WS-IU-FREE-DISP " "
                   WS-IU-CHARGED-DISP "    WAIVED"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "  " IU-MONTH " " WS-TYPE-DESC " "
                   WS-IU-COUNT-DISP " " WS-IU-FREE-DISP " "
                   WS-IU-CHARGED-DISP " " WS-IU-FEE-DISP
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE.
