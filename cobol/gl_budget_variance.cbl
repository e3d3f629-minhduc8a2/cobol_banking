       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_BUDGET_VARIANCE.

      *> Month-end budget-versus-actual report: for a chosen period
      *> (zero = the current business month) one line per GL
      *> account and branch with the month's and the year-to-date
      *> actual (posted debits less credits) against budget, the
      *> variance (actual less budget) and the variance as a
      *> percentage of budget. Lines are subtotalled by account
      *> range (GL-BUDGET-RANGE-WIDTH accounts to a range, 100000 by
      *> default - one range per leading digit) and again by branch
      *> at the foot. A month or year-to-date variance beyond
      *> GL-BUDGET-TOL-PCT percent of budget and at least
      *> GL-BUDGET-TOL-AMT in amount - or any unbudgeted actual of
      *> that size - is flagged. Actuals come from the branch GL
      *> balances; anything on the bank-wide GL balance file not
      *> found there (periods posted before branch balances were
      *> kept) shows as branch UNAL, so the report still ties to
      *> the trial balance. The year runs January to December.
      *> Written to gl_budget_variance.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "gl_balances.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS GL-BALANCE-FILE-STATUS.
           SELECT GL-BRANCH-BALANCE-FILE ASSIGN TO
               "gl_branch_balances.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBB-KEY
               FILE STATUS IS GL-BRANCH-BALANCE-FILE-STATUS.
           SELECT GL-BUDGET-FILE ASSIGN TO "gl_budget.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBU-KEY
               FILE STATUS IS GL-BUDGET-FILE-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO
               "gl_budget_variance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-BALANCE-FILE.
       COPY "gl_balance_record.cpy".

       FD GL-BRANCH-BALANCE-FILE.
       COPY "gl_branch_balance_record.cpy".

       FD GL-BUDGET-FILE.
       COPY "gl_budget_record.cpy".

       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 GL-BALANCE-FILE-STATUS        PIC XX.
       01 GL-BRANCH-BALANCE-FILE-STATUS PIC XX.
       01 GL-BUDGET-FILE-STATUS         PIC XX.
       01 VARIANCE-REPORT-FILE-STATUS   PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-PERIOD        PIC 9(6).
       01 WS-YEAR-START    PIC 9(6).
       01 WS-QUOTIENT      PIC 9(6).
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-TOL-PCT       PIC 9(3)V99 VALUE 10.
       01 WS-TOL-AMT       PIC 9(12)V99 VALUE 1000.
       01 WS-RANGE-WIDTH   PIC 9(6) VALUE 100000.
      *> One cell per account and branch, kept in account/branch
      *> order as it is built so the report reads straight down.
       01 WS-CELL-TABLE.
           05 WS-CX OCCURS 2000 TIMES.
               10 WS-CX-ACCOUNT    PIC 9(6).
               10 WS-CX-BRANCH     PIC X(04).
               10 WS-CX-MTD-ACTUAL PIC S9(14)V99.
               10 WS-CX-MTD-BUDGET PIC S9(14)V99.
               10 WS-CX-YTD-ACTUAL PIC S9(14)V99.
               10 WS-CX-YTD-BUDGET PIC S9(14)V99.
       01 WS-CX-COUNT      PIC 9(4) VALUE 0.
       01 WS-CX-IDX        PIC 9(4).
       01 WS-CX-SHIFT      PIC 9(4).
       01 WS-CX-FULL       PIC 9 VALUE 0.
       01 WS-FIND-ACCOUNT  PIC 9(6).
       01 WS-FIND-BRANCH   PIC X(04).
       01 WS-FIND-KEY.
           05 WS-FK-ACCOUNT PIC 9(6).
           05 WS-FK-BRANCH  PIC X(04).
       01 WS-CELL-KEY.
           05 WS-CK-ACCOUNT PIC 9(6).
           05 WS-CK-BRANCH  PIC X(04).
       01 WS-NET           PIC S9(14)V99.
       01 WS-BRANCH-TABLE.
           05 WS-BX OCCURS 100 TIMES.
               10 WS-BX-BRANCH     PIC X(04).
               10 WS-BX-MTD-ACTUAL PIC S9(14)V99.
               10 WS-BX-MTD-BUDGET PIC S9(14)V99.
               10 WS-BX-YTD-ACTUAL PIC S9(14)V99.
               10 WS-BX-YTD-BUDGET PIC S9(14)V99.
       01 WS-BX-COUNT      PIC 9(3) VALUE 0.
       01 WS-BX-IDX        PIC 9(3).
      *> Range and grand totals.
       01 WS-RANGE-START   PIC 9(6).
       01 WS-CURRENT-RANGE PIC 9(6).
       01 WS-RANGE-END     PIC 9(6).
       01 WS-RANGE-OPEN    PIC 9 VALUE 0.
       01 WS-RANGE-TOTALS.
           05 WS-RT-MTD-ACTUAL PIC S9(14)V99.
           05 WS-RT-MTD-BUDGET PIC S9(14)V99.
           05 WS-RT-YTD-ACTUAL PIC S9(14)V99.
           05 WS-RT-YTD-BUDGET PIC S9(14)V99.
       01 WS-GRAND-TOTALS.
           05 WS-GT-MTD-ACTUAL PIC S9(14)V99.
           05 WS-GT-MTD-BUDGET PIC S9(14)V99.
           05 WS-GT-YTD-ACTUAL PIC S9(14)V99.
           05 WS-GT-YTD-BUDGET PIC S9(14)V99.
      *> The line being written, whatever it totals.
       01 WS-LINE-LABEL      PIC X(20).
       01 WS-LINE-MTD-ACTUAL PIC S9(14)V99.
       01 WS-LINE-MTD-BUDGET PIC S9(14)V99.
       01 WS-LINE-YTD-ACTUAL PIC S9(14)V99.
       01 WS-LINE-YTD-BUDGET PIC S9(14)V99.
       01 WS-VARIANCE      PIC S9(14)V99.
       01 WS-ABS-VARIANCE  PIC 9(14)V99.
       01 WS-PCT           PIC S9(5)V9.
       01 WS-ABS-PCT       PIC 9(5)V9.
       01 WS-PCT-TEXT      PIC X(08).
       01 WS-DISP-PCT      PIC -(5)9.9.
       01 WS-FLAG          PIC X(02).
       01 WS-FLAG-ONE      PIC X(01).
       01 WS-BUDGET-WORK   PIC S9(14)V99.
       01 WS-ACTUAL-WORK   PIC S9(14)V99.
       01 WS-DISP-MTD-ACT  PIC -(11)9.99.
       01 WS-DISP-MTD-BUD  PIC -(11)9.99.
       01 WS-DISP-MTD-VAR  PIC -(11)9.99.
       01 WS-MTD-PCT-TEXT  PIC X(08).
       01 WS-DISP-YTD-ACT  PIC -(11)9.99.
       01 WS-DISP-YTD-BUD  PIC -(11)9.99.
       01 WS-DISP-YTD-VAR  PIC -(11)9.99.
       01 WS-YTD-PCT-TEXT  PIC X(08).
       01 WS-LINES-WRITTEN PIC 9(6) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(6) VALUE 0.
       01 WS-IS-DETAIL     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "GL budget versus actual."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           DISPLAY "Period YYYYMM (0 for current month): "
           ACCEPT WS-PERIOD
           IF WS-PERIOD = 0
               COMPUTE WS-PERIOD = WS-BUSINESS-DATE / 100
           END-IF
           COMPUTE WS-QUOTIENT = WS-PERIOD / 100
           COMPUTE WS-YEAR-START = WS-QUOTIENT * 100 + 1
           PERFORM LOAD-PARAMS
           INITIALIZE WS-CELL-TABLE
           INITIALIZE WS-BRANCH-TABLE
           INITIALIZE WS-GRAND-TOTALS
           PERFORM LOAD-BRANCH-ACTUALS THRU LOAD-BRANCH-ACTUALS-EXIT
           PERFORM LOAD-BANK-ACTUALS THRU LOAD-BANK-ACTUALS-EXIT
           PERFORM LOAD-BUDGETS THRU LOAD-BUDGETS-EXIT
           IF WS-CX-COUNT = 0
               DISPLAY "No actuals or budget for the year to "
                   WS-PERIOD " - nothing to report."
               GOBACK
           END-IF
           OPEN OUTPUT VARIANCE-REPORT-FILE
           PERFORM WRITE-HEADING
           PERFORM REPORT-CELLS
           PERFORM REPORT-BRANCHES
           MOVE "GRAND TOTAL" TO WS-LINE-LABEL
           MOVE WS-GT-MTD-ACTUAL TO WS-LINE-MTD-ACTUAL
           MOVE WS-GT-MTD-BUDGET TO WS-LINE-MTD-BUDGET
           MOVE WS-GT-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL
           MOVE WS-GT-YTD-BUDGET TO WS-LINE-YTD-BUDGET
           MOVE 0 TO WS-IS-DETAIL
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           PERFORM WRITE-VARIANCE-LINE
           IF WS-CX-FULL = 1
               MOVE SPACES TO VARIANCE-REPORT-LINE
               STRING "*** More than 2000 account/branch cells - "
                   "the report is incomplete."
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               DISPLAY VARIANCE-REPORT-LINE
           END-IF
           CLOSE VARIANCE-REPORT-FILE
           DISPLAY "Account/branch lines: " WS-LINES-WRITTEN
           DISPLAY "Lines flagged:        " WS-FLAGGED-COUNT
           DISPLAY "Report written to gl_budget_variance.txt"
           GOBACK.

       LOAD-PARAMS.
           MOVE "GL-BUDGET-TOL-PCT" TO WS-PARAM-NAME
           MOVE "10" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-TOL-PCT
           MOVE "GL-BUDGET-TOL-AMT" TO WS-PARAM-NAME
           MOVE "1000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-TOL-AMT
           MOVE "GL-BUDGET-RANGE-WIDTH" TO WS-PARAM-NAME
           MOVE "100000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-RANGE-WIDTH
           IF WS-RANGE-WIDTH = 0
               MOVE 100000 TO WS-RANGE-WIDTH
           END-IF.

      *> Branch actuals go to their own cell and are taken back off
      *> the account's UNAL cell, which LOAD-BANK-ACTUALS credits
      *> with the bank-wide figure - what is left there is the part
      *> no branch row accounts for.
       LOAD-BRANCH-ACTUALS.
           OPEN INPUT GL-BRANCH-BALANCE-FILE
           IF GL-BRANCH-BALANCE-FILE-STATUS NOT = "00"
               GO TO LOAD-BRANCH-ACTUALS-EXIT
           END-IF
           PERFORM UNTIL GL-BRANCH-BALANCE-FILE-STATUS = "10"
               READ GL-BRANCH-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GBB-PERIOD >= WS-YEAR-START
                          AND GBB-PERIOD <= WS-PERIOD
                           PERFORM ADD-BRANCH-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BRANCH-BALANCE-FILE.
       LOAD-BRANCH-ACTUALS-EXIT.
           EXIT.

       ADD-BRANCH-ACTUAL.
           COMPUTE WS-NET = GBB-DEBITS - GBB-CREDITS
           MOVE GBB-ACCOUNT TO WS-FIND-ACCOUNT
           MOVE GBB-BRANCH-CODE TO WS-FIND-BRANCH
           PERFORM FIND-OR-ADD-CELL THRU FIND-OR-ADD-CELL-EXIT
           IF WS-CX-IDX NOT = 0
               ADD WS-NET TO WS-CX-YTD-ACTUAL(WS-CX-IDX)
               IF GBB-PERIOD = WS-PERIOD
                   ADD WS-NET TO WS-CX-MTD-ACTUAL(WS-CX-IDX)
               END-IF
           END-IF
           MOVE SPACES TO WS-FIND-BRANCH
           PERFORM FIND-OR-ADD-CELL THRU FIND-OR-ADD-CELL-EXIT
           IF WS-CX-IDX NOT = 0
               SUBTRACT WS-NET FROM WS-CX-YTD-ACTUAL(WS-CX-IDX)
               IF GBB-PERIOD = WS-PERIOD
                   SUBTRACT WS-NET FROM WS-CX-MTD-ACTUAL(WS-CX-IDX)
               END-IF
           END-IF.

       LOAD-BANK-ACTUALS.
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-FILE-STATUS NOT = "00"
               GO TO LOAD-BANK-ACTUALS-EXIT
           END-IF
           PERFORM UNTIL GL-BALANCE-FILE-STATUS = "10"
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GLB-PERIOD >= WS-YEAR-START
                          AND GLB-PERIOD <= WS-PERIOD
                           PERFORM ADD-BANK-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE-FILE.
       LOAD-BANK-ACTUALS-EXIT.
           EXIT.

       ADD-BANK-ACTUAL.
           COMPUTE WS-NET = GLB-DEBITS - GLB-CREDITS
           MOVE GLB-ACCOUNT TO WS-FIND-ACCOUNT
           MOVE SPACES TO WS-FIND-BRANCH
           PERFORM FIND-OR-ADD-CELL THRU FIND-OR-ADD-CELL-EXIT
           IF WS-CX-IDX NOT = 0
               ADD WS-NET TO WS-CX-YTD-ACTUAL(WS-CX-IDX)
               IF GLB-PERIOD = WS-PERIOD
                   ADD WS-NET TO WS-CX-MTD-ACTUAL(WS-CX-IDX)
               END-IF
           END-IF.

       LOAD-BUDGETS.
           OPEN INPUT GL-BUDGET-FILE
           IF GL-BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "No budget on file - actuals only."
               GO TO LOAD-BUDGETS-EXIT
           END-IF
           PERFORM UNTIL GL-BUDGET-FILE-STATUS = "10"
               READ GL-BUDGET-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GBU-PERIOD >= WS-YEAR-START
                          AND GBU-PERIOD <= WS-PERIOD
                           PERFORM ADD-BUDGET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BUDGET-FILE.
       LOAD-BUDGETS-EXIT.
           EXIT.

       ADD-BUDGET.
           MOVE GBU-ACCOUNT TO WS-FIND-ACCOUNT
           MOVE GBU-BRANCH-CODE TO WS-FIND-BRANCH
           PERFORM FIND-OR-ADD-CELL THRU FIND-OR-ADD-CELL-EXIT
           IF WS-CX-IDX NOT = 0
               ADD GBU-AMOUNT TO WS-CX-YTD-BUDGET(WS-CX-IDX)
               IF GBU-PERIOD = WS-PERIOD
                   ADD GBU-AMOUNT TO WS-CX-MTD-BUDGET(WS-CX-IDX)
               END-IF
           END-IF.

      *> Leaves WS-CX-IDX on the cell for WS-FIND-ACCOUNT /
      *> WS-FIND-BRANCH, opening a new one in key order if needed;
      *> zero if the table is full.
       FIND-OR-ADD-CELL.
           MOVE WS-FIND-ACCOUNT TO WS-FK-ACCOUNT
           MOVE WS-FIND-BRANCH TO WS-FK-BRANCH
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               MOVE WS-CX-ACCOUNT(WS-CX-IDX) TO WS-CK-ACCOUNT
               MOVE WS-CX-BRANCH(WS-CX-IDX) TO WS-CK-BRANCH
               IF WS-CELL-KEY = WS-FIND-KEY
                   GO TO FIND-OR-ADD-CELL-EXIT
               END-IF
               IF WS-CELL-KEY > WS-FIND-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CX-COUNT >= 2000
               MOVE 1 TO WS-CX-FULL
               MOVE 0 TO WS-CX-IDX
               GO TO FIND-OR-ADD-CELL-EXIT
           END-IF
           PERFORM VARYING WS-CX-SHIFT FROM WS-CX-COUNT BY -1
                   UNTIL WS-CX-SHIFT < WS-CX-IDX
               MOVE WS-CX(WS-CX-SHIFT) TO WS-CX(WS-CX-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-CX-COUNT
           MOVE WS-FIND-ACCOUNT TO WS-CX-ACCOUNT(WS-CX-IDX)
           MOVE WS-FIND-BRANCH TO WS-CX-BRANCH(WS-CX-IDX)
           MOVE 0 TO WS-CX-MTD-ACTUAL(WS-CX-IDX)
           MOVE 0 TO WS-CX-MTD-BUDGET(WS-CX-IDX)
           MOVE 0 TO WS-CX-YTD-ACTUAL(WS-CX-IDX)
           MOVE 0 TO WS-CX-YTD-BUDGET(WS-CX-IDX).
       FIND-OR-ADD-CELL-EXIT.
           EXIT.

       WRITE-HEADING.
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING "GL BUDGET VERSUS ACTUAL - PERIOD " WS-PERIOD
               "  YEAR TO DATE FROM " WS-YEAR-START
               DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING "Amounts are debits less credits; variance = "
               "actual - budget. * = beyond " WS-TOL-PCT
               "% and " WS-TOL-AMT " (M month, Y year to date)."
               DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING "ACCOUNT BRCH         "
               "     MTD ACTUAL      MTD BUDGET    MTD VARIANCE"
               "    PCT"
               "      YTD ACTUAL      YTD BUDGET    YTD VARIANCE"
               "    PCT FLAG"
               DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE.

       REPORT-CELLS.
           MOVE 0 TO WS-RANGE-OPEN
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               PERFORM REPORT-ONE-CELL THRU REPORT-ONE-CELL-EXIT
           END-PERFORM
           IF WS-RANGE-OPEN = 1
               PERFORM WRITE-RANGE-TOTAL
           END-IF.

       REPORT-ONE-CELL.
           IF WS-CX-BRANCH(WS-CX-IDX) = SPACES
              AND WS-CX-MTD-ACTUAL(WS-CX-IDX) = 0
              AND WS-CX-YTD-ACTUAL(WS-CX-IDX) = 0
              AND WS-CX-MTD-BUDGET(WS-CX-IDX) = 0
              AND WS-CX-YTD-BUDGET(WS-CX-IDX) = 0
               GO TO REPORT-ONE-CELL-EXIT
           END-IF
           COMPUTE WS-QUOTIENT =
               WS-CX-ACCOUNT(WS-CX-IDX) / WS-RANGE-WIDTH
           COMPUTE WS-CURRENT-RANGE = WS-QUOTIENT * WS-RANGE-WIDTH
           IF WS-RANGE-OPEN = 1
              AND WS-CURRENT-RANGE NOT = WS-RANGE-START
               PERFORM WRITE-RANGE-TOTAL
           END-IF
           IF WS-RANGE-OPEN = 0
               MOVE WS-CURRENT-RANGE TO WS-RANGE-START
               INITIALIZE WS-RANGE-TOTALS
               MOVE 1 TO WS-RANGE-OPEN
           END-IF
           ADD WS-CX-MTD-ACTUAL(WS-CX-IDX) TO WS-RT-MTD-ACTUAL
           ADD WS-CX-MTD-BUDGET(WS-CX-IDX) TO WS-RT-MTD-BUDGET
           ADD WS-CX-YTD-ACTUAL(WS-CX-IDX) TO WS-RT-YTD-ACTUAL
           ADD WS-CX-YTD-BUDGET(WS-CX-IDX) TO WS-RT-YTD-BUDGET
           ADD WS-CX-MTD-ACTUAL(WS-CX-IDX) TO WS-GT-MTD-ACTUAL
           ADD WS-CX-MTD-BUDGET(WS-CX-IDX) TO WS-GT-MTD-BUDGET
           ADD WS-CX-YTD-ACTUAL(WS-CX-IDX) TO WS-GT-YTD-ACTUAL
           ADD WS-CX-YTD-BUDGET(WS-CX-IDX) TO WS-GT-YTD-BUDGET
           PERFORM ADD-TO-BRANCH-TOTAL THRU ADD-TO-BRANCH-TOTAL-EXIT
           MOVE SPACES TO WS-LINE-LABEL
           IF WS-CX-BRANCH(WS-CX-IDX) = SPACES
               STRING WS-CX-ACCOUNT(WS-CX-IDX) "  UNAL"
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
           ELSE
               STRING WS-CX-ACCOUNT(WS-CX-IDX) "  "
                   WS-CX-BRANCH(WS-CX-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
           END-IF
           MOVE WS-CX-MTD-ACTUAL(WS-CX-IDX) TO WS-LINE-MTD-ACTUAL
           MOVE WS-CX-MTD-BUDGET(WS-CX-IDX) TO WS-LINE-MTD-BUDGET
           MOVE WS-CX-YTD-ACTUAL(WS-CX-IDX) TO WS-LINE-YTD-ACTUAL
           MOVE WS-CX-YTD-BUDGET(WS-CX-IDX) TO WS-LINE-YTD-BUDGET
           MOVE 1 TO WS-IS-DETAIL
           PERFORM WRITE-VARIANCE-LINE.
       REPORT-ONE-CELL-EXIT.
           EXIT.

       WRITE-RANGE-TOTAL.
           COMPUTE WS-RANGE-END = WS-RANGE-START + WS-RANGE-WIDTH - 1
           MOVE SPACES TO WS-LINE-LABEL
           STRING "RANGE " WS-RANGE-START "-" WS-RANGE-END
               DELIMITED BY SIZE INTO WS-LINE-LABEL
           MOVE WS-RT-MTD-ACTUAL TO WS-LINE-MTD-ACTUAL
           MOVE WS-RT-MTD-BUDGET TO WS-LINE-MTD-BUDGET
           MOVE WS-RT-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL
           MOVE WS-RT-YTD-BUDGET TO WS-LINE-YTD-BUDGET
           MOVE 0 TO WS-IS-DETAIL
           PERFORM WRITE-VARIANCE-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE 0 TO WS-RANGE-OPEN.

       ADD-TO-BRANCH-TOTAL.
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
                   UNTIL WS-BX-IDX > WS-BX-COUNT
               IF WS-BX-BRANCH(WS-BX-IDX) = WS-CX-BRANCH(WS-CX-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BX-IDX > WS-BX-COUNT
               IF WS-BX-COUNT >= 100
                   GO TO ADD-TO-BRANCH-TOTAL-EXIT
               END-IF
               ADD 1 TO WS-BX-COUNT
               MOVE WS-BX-COUNT TO WS-BX-IDX
               MOVE WS-CX-BRANCH(WS-CX-IDX) TO WS-BX-BRANCH(WS-BX-IDX)
           END-IF
           ADD WS-CX-MTD-ACTUAL(WS-CX-IDX)
               TO WS-BX-MTD-ACTUAL(WS-BX-IDX)
           ADD WS-CX-MTD-BUDGET(WS-CX-IDX)
               TO WS-BX-MTD-BUDGET(WS-BX-IDX)
           ADD WS-CX-YTD-ACTUAL(WS-CX-IDX)
               TO WS-BX-YTD-ACTUAL(WS-BX-IDX)
           ADD WS-CX-YTD-BUDGET(WS-CX-IDX)
               TO WS-BX-YTD-BUDGET(WS-BX-IDX).
       ADD-TO-BRANCH-TOTAL-EXIT.
           EXIT.

       REPORT-BRANCHES.
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "BY BRANCH" TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE 0 TO WS-IS-DETAIL
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
                   UNTIL WS-BX-IDX > WS-BX-COUNT
               MOVE SPACES TO WS-LINE-LABEL
               IF WS-BX-BRANCH(WS-BX-IDX) = SPACES
                   MOVE "BRANCH UNAL" TO WS-LINE-LABEL
               ELSE
                   STRING "BRANCH " WS-BX-BRANCH(WS-BX-IDX)
                       DELIMITED BY SIZE INTO WS-LINE-LABEL
               END-IF
               MOVE WS-BX-MTD-ACTUAL(WS-BX-IDX) TO WS-LINE-MTD-ACTUAL
               MOVE WS-BX-MTD-BUDGET(WS-BX-IDX) TO WS-LINE-MTD-BUDGET
               MOVE WS-BX-YTD-ACTUAL(WS-BX-IDX) TO WS-LINE-YTD-ACTUAL
               MOVE WS-BX-YTD-BUDGET(WS-BX-IDX) TO WS-LINE-YTD-BUDGET
               PERFORM WRITE-VARIANCE-LINE
           END-PERFORM.

       WRITE-VARIANCE-LINE.
           MOVE SPACES TO WS-FLAG
           MOVE WS-LINE-MTD-ACTUAL TO WS-ACTUAL-WORK
           MOVE WS-LINE-MTD-BUDGET TO WS-BUDGET-WORK
           PERFORM COMPUTE-VARIANCE THRU COMPUTE-VARIANCE-EXIT
           MOVE WS-VARIANCE TO WS-DISP-MTD-VAR
           MOVE WS-PCT-TEXT TO WS-MTD-PCT-TEXT
           IF WS-FLAG-ONE = "*"
               MOVE "M" TO WS-FLAG(1:1)
           END-IF
           MOVE WS-LINE-YTD-ACTUAL TO WS-ACTUAL-WORK
           MOVE WS-LINE-YTD-BUDGET TO WS-BUDGET-WORK
           PERFORM COMPUTE-VARIANCE THRU COMPUTE-VARIANCE-EXIT
           MOVE WS-VARIANCE TO WS-DISP-YTD-VAR
           MOVE WS-PCT-TEXT TO WS-YTD-PCT-TEXT
           IF WS-FLAG-ONE = "*"
               MOVE "Y" TO WS-FLAG(2:1)
           END-IF
           MOVE WS-LINE-MTD-ACTUAL TO WS-DISP-MTD-ACT
           MOVE WS-LINE-MTD-BUDGET TO WS-DISP-MTD-BUD
           MOVE WS-LINE-YTD-ACTUAL TO WS-DISP-YTD-ACT
           MOVE WS-LINE-YTD-BUDGET TO WS-DISP-YTD-BUD
           MOVE SPACES TO VARIANCE-REPORT-LINE
           IF WS-FLAG = SPACES
               STRING WS-LINE-LABEL " "
                   WS-DISP-MTD-ACT " " WS-DISP-MTD-BUD " "
                   WS-DISP-MTD-VAR " " WS-MTD-PCT-TEXT
                   WS-DISP-YTD-ACT " " WS-DISP-YTD-BUD " "
                   WS-DISP-YTD-VAR " " WS-YTD-PCT-TEXT
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           ELSE
               STRING WS-LINE-LABEL " "
                   WS-DISP-MTD-ACT " " WS-DISP-MTD-BUD " "
                   WS-DISP-MTD-VAR " " WS-MTD-PCT-TEXT
                   WS-DISP-YTD-ACT " " WS-DISP-YTD-BUD " "
                   WS-DISP-YTD-VAR " " WS-YTD-PCT-TEXT
                   " * " WS-FLAG
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           END-IF
           WRITE VARIANCE-REPORT-LINE
           IF WS-IS-DETAIL = 1
               ADD 1 TO WS-LINES-WRITTEN
               IF WS-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF.

      *> Variance and percentage of WS-ACTUAL-WORK against
      *> WS-BUDGET-WORK; WS-FLAG-ONE set to "*" when beyond both
      *> tolerances (an unbudgeted actual needs only the amount).
       COMPUTE-VARIANCE.
           MOVE SPACE TO WS-FLAG-ONE
           COMPUTE WS-VARIANCE = WS-ACTUAL-WORK - WS-BUDGET-WORK
           COMPUTE WS-ABS-VARIANCE = FUNCTION ABS(WS-VARIANCE)
           IF WS-BUDGET-WORK = 0
               MOVE "    n/a " TO WS-PCT-TEXT
               IF WS-ABS-VARIANCE >= WS-TOL-AMT
                  AND WS-ABS-VARIANCE > 0
                   MOVE "*" TO WS-FLAG-ONE
               END-IF
               GO TO COMPUTE-VARIANCE-EXIT
           END-IF
           COMPUTE WS-PCT ROUNDED =
               WS-VARIANCE * 100 / FUNCTION ABS(WS-BUDGET-WORK)
               ON SIZE ERROR
                   IF WS-VARIANCE < 0
                       MOVE -99999.9 TO WS-PCT
                   ELSE
                       MOVE 99999.9 TO WS-PCT
                   END-IF
           END-COMPUTE
           MOVE WS-PCT TO WS-DISP-PCT
           MOVE WS-DISP-PCT TO WS-PCT-TEXT
           COMPUTE WS-ABS-PCT = FUNCTION ABS(WS-PCT)
           IF WS-ABS-PCT > WS-TOL-PCT
              AND WS-ABS-VARIANCE >= WS-TOL-AMT
               MOVE "*" TO WS-FLAG-ONE
           END-IF.
       COMPUTE-VARIANCE-EXIT.
           EXIT.
