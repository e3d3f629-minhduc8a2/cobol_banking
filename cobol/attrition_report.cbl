       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTRITION_REPORT.

      *> Monthly account attrition and closure analysis. Every
      *> account that left the live file in the chosen month (from
      *> balance_archive.db - CLOSE_ACCOUNT, DELETE_USER, the
      *> dormant sweep, charge-off, bankruptcy and escheatment all
      *> archive there) is counted with the balance it took with it,
      *> broken down by closure reason, product, owning branch and
      *> the customer's tenure on that account at close (from its
      *> earliest balance_history.db snapshot). The same month last
      *> year is shown alongside each line. "CHARGE-OFF REFERRAL"
      *> rows are not closures - the account stays open until it is
      *> charged off - and year-end housekeeping rows and accounts
      *> closed because they were never funded are not attrition,
      *> so all three are left out.
      *> A second list, at_risk_customers.txt, goes to the branch
      *> managers for retention calls: living customers whose
      *> deposit balances have fallen sharply since the snapshot
      *> ATTRITION-LOOKBACK-DAYS ago, grouped by the branch holding
      *> most of the money. batch_params.txt may set:
      *>   ATTRITION-LOOKBACK-DAYS  (30)
      *>   ATTRITION-DROP-PCT       (50)  fall, as % of the earlier
      *>   ATTRITION-MIN-BALANCE    (1000) earlier total at least
      *> Both reports go to the report archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-ARCHIVE-FILE ASSIGN TO "balance_archive.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-BAL-ID
               FILE STATUS IS BALANCE-ARCHIVE-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT AT-REPORT-FILE ASSIGN TO "attrition_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-LIST-FILE ASSIGN TO "at_risk_customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-ARCHIVE-FILE.
       COPY "balance_archive_record.cpy".

       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD AT-REPORT-FILE.
       01 AT-REPORT-LINE PIC X(132).

       FD AR-LIST-FILE.
       01 AR-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BALANCE-ARCHIVE-FILE-STATUS PIC XX.
       01 BALANCE-HISTORY-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 WS-HISTORY-OPEN  PIC 9 VALUE 0.
       01 WS-USER-OPEN     PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-MONTH-INPUT   PIC X(6).
       01 WS-REPORT-MONTH  PIC 9(6).
       01 WS-LAST-YEAR-MONTH PIC 9(6).
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 30.
       01 WS-DROP-PCT      PIC 9(3) VALUE 50.
       01 WS-MIN-BALANCE   PIC 9(10)V99 VALUE 1000.
       01 WS-LOOKBACK-DATE PIC 9(8).
      *> Part one: one cell per reason / product / branch / tenure
      *> band, this month and the same month last year.
       01 WS-CLOSE-MONTH   PIC 9(6).
       01 WS-CLOSE-DATE    PIC 9(8).
       01 WS-CLOSE-DATE-R REDEFINES WS-CLOSE-DATE.
           05 WS-CD-YEAR   PIC 9(4).
           05 WS-CD-MONTH  PIC 9(2).
           05 WS-CD-DAY    PIC 9(2).
       01 WS-FIRST-DATE    PIC 9(8).
       01 WS-FIRST-DATE-R REDEFINES WS-FIRST-DATE.
           05 WS-FD-YEAR   PIC 9(4).
           05 WS-FD-MONTH  PIC 9(2).
           05 WS-FD-DAY    PIC 9(2).
       01 WS-TENURE-MONTHS PIC S9(5).
       01 WS-IS-THIS-YEAR  PIC 9 VALUE 0.
       01 WS-CELL-COUNT    PIC 9(3) VALUE 0.
       01 WS-CELL-TABLE.
           05 WS-CELL OCCURS 200 TIMES.
               10 WS-CELL-DIM       PIC X(01).
               10 WS-CELL-KEY       PIC X(20).
               10 WS-CELL-COUNT-TY  PIC 9(7).
               10 WS-CELL-AMOUNT-TY PIC S9(14)V99.
               10 WS-CELL-COUNT-LY  PIC 9(7).
               10 WS-CELL-AMOUNT-LY PIC S9(14)V99.
       01 WS-CELL-IDX      PIC 9(3).
       01 WS-FIND-DIM      PIC X(01).
       01 WS-FIND-KEY      PIC X(20).
       01 WS-FOUND-IDX     PIC 9(3).
       01 WS-TABLE-FULL    PIC 9 VALUE 0.
       01 WS-TOTAL-COUNT-TY  PIC 9(7) VALUE 0.
       01 WS-TOTAL-AMOUNT-TY PIC S9(14)V99 VALUE 0.
       01 WS-TOTAL-COUNT-LY  PIC 9(7) VALUE 0.
       01 WS-TOTAL-AMOUNT-LY PIC S9(14)V99 VALUE 0.
       01 WS-SECTION-TITLE PIC X(30).
      *> Part two: customers whose deposits are draining away.
       01 WS-CUR-USER      PIC 9(10) VALUE 0.
       01 WS-CUR-THEN      PIC S9(12)V99.
       01 WS-CUR-NOW       PIC S9(12)V99.
       01 WS-CUR-BRANCH    PIC X(04).
       01 WS-CUR-TOP-THEN  PIC S9(12)V99.
       01 WS-ACCT-THEN     PIC S9(12)V99.
       01 WS-DROP-NOW      PIC 9(3)V9.
       01 WS-RISK-COUNT    PIC 9(4) VALUE 0.
       01 WS-RISK-TABLE.
           05 WS-RISK OCCURS 999 TIMES.
               10 WS-RISK-BRANCH PIC X(04).
               10 WS-RISK-USER   PIC 9(10).
               10 WS-RISK-NAME   PIC X(30).
               10 WS-RISK-THEN   PIC S9(12)V99.
               10 WS-RISK-NOW    PIC S9(12)V99.
               10 WS-RISK-PCT    PIC 9(3)V9.
       01 WS-RISK-IDX      PIC 9(4).
       01 WS-RISK-FULL     PIC 9 VALUE 0.
       01 WS-BR-COUNT      PIC 9(2) VALUE 0.
       01 WS-BR-TABLE.
           05 WS-BR-CODE OCCURS 50 TIMES PIC X(04).
       01 WS-BR-IDX        PIC 9(2).
       01 WS-BR-FOUND      PIC 9 VALUE 0.
       01 WS-DISP-COUNT-TY PIC Z(6)9.
       01 WS-DISP-COUNT-LY PIC Z(6)9.
       01 WS-DISP-AMT-TY   PIC -Z(12)9.99.
       01 WS-DISP-AMT-LY   PIC -Z(12)9.99.
       01 WS-DISP-THEN     PIC -Z(10)9.99.
       01 WS-DISP-NOW      PIC -Z(10)9.99.
       01 WS-DISP-PCT      PIC ZZ9.9.
       01 WS-DISP-RISK     PIC Z(3)9.
       01 WS-ARCH-SOURCE   PIC X(30).
       01 WS-ARCH-TYPE     PIC X(20).
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Attrition and closure analysis."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-ARCH-OPERATOR
           DISPLAY "Month to report (YYYYMM, blank for this month): "
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT = SPACES
               COMPUTE WS-REPORT-MONTH = WS-BUSINESS-DATE / 100
           ELSE
               IF WS-MONTH-INPUT NOT NUMERIC
                       OR WS-MONTH-INPUT(5:2) < "01"
                       OR WS-MONTH-INPUT(5:2) > "12"
                   DISPLAY "Not a valid month."
                   GOBACK
               END-IF
               MOVE WS-MONTH-INPUT TO WS-REPORT-MONTH
           END-IF
           COMPUTE WS-LAST-YEAR-MONTH = WS-REPORT-MONTH - 100
           MOVE "ATTRITION-LOOKBACK-DAYS" TO WS-PARAM-NAME
           MOVE "30" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-LOOKBACK-DAYS
           MOVE "ATTRITION-DROP-PCT" TO WS-PARAM-NAME
           MOVE "50" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-DROP-PCT
           MOVE "ATTRITION-MIN-BALANCE" TO WS-PARAM-NAME
           MOVE "1000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-MIN-BALANCE
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-LOOKBACK-DAYS)
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO WS-HISTORY-OPEN
           END-IF
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-USER-OPEN
           END-IF
           PERFORM BUILD-ATTRITION-REPORT
           PERFORM BUILD-AT-RISK-LIST
           IF WS-HISTORY-OPEN = 1
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           IF WS-USER-OPEN = 1
               CLOSE USER-DB-FILE
           END-IF
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "MONTH=" WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           MOVE "attrition_report.txt" TO WS-ARCH-SOURCE
           MOVE "ATTRITION" TO WS-ARCH-TYPE
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " DAYS=" WS-LOOKBACK-DAYS
               " PCT=" WS-DROP-PCT
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           MOVE "at_risk_customers.txt" TO WS-ARCH-SOURCE
           MOVE "AT-RISK-CUSTOMERS" TO WS-ARCH-TYPE
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Attrition report in attrition_report.txt; "
               WS-RISK-COUNT " at-risk customer(s) in "
               "at_risk_customers.txt."
           GOBACK.

      *> ---------------------------------------------------------
      *> Part one: closures by reason, product, branch and tenure.
      *> ---------------------------------------------------------
       BUILD-ATTRITION-REPORT.
           MOVE "T" TO WS-FIND-DIM
           MOVE "UNDER 1 YEAR" TO WS-FIND-KEY
           PERFORM FIND-CELL THRU FIND-CELL-EXIT
           MOVE "1 TO 3 YEARS" TO WS-FIND-KEY
           PERFORM FIND-CELL THRU FIND-CELL-EXIT
           MOVE "3 TO 5 YEARS" TO WS-FIND-KEY
           PERFORM FIND-CELL THRU FIND-CELL-EXIT
           MOVE "5 YEARS AND OVER" TO WS-FIND-KEY
           PERFORM FIND-CELL THRU FIND-CELL-EXIT
           MOVE "NOT KNOWN" TO WS-FIND-KEY
           PERFORM FIND-CELL THRU FIND-CELL-EXIT
           OPEN INPUT BALANCE-ARCHIVE-FILE
           IF BALANCE-ARCHIVE-FILE-STATUS = "00"
               PERFORM UNTIL BALANCE-ARCHIVE-FILE-STATUS = "10"
                   READ BALANCE-ARCHIVE-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM COUNT-ONE-CLOSURE
                               THRU COUNT-ONE-CLOSURE-EXIT
                   END-READ
               END-PERFORM
               CLOSE BALANCE-ARCHIVE-FILE
           END-IF
           OPEN OUTPUT AT-REPORT-FILE
           MOVE SPACES TO AT-REPORT-LINE
           STRING "ACCOUNT ATTRITION ANALYSIS  MONTH "
               WS-REPORT-MONTH "  (SAME MONTH LAST YEAR "
               WS-LAST-YEAR-MONTH ")   RUN " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-TOTAL-COUNT-TY TO WS-DISP-COUNT-TY
           MOVE WS-TOTAL-AMOUNT-TY TO WS-DISP-AMT-TY
           MOVE WS-TOTAL-COUNT-LY TO WS-DISP-COUNT-LY
           MOVE WS-TOTAL-AMOUNT-LY TO WS-DISP-AMT-LY
           PERFORM PUT-BLANK-LINE
           STRING "ALL CLOSURES         " WS-DISP-COUNT-TY " "
               WS-DISP-AMT-TY "   " WS-DISP-COUNT-LY " "
               WS-DISP-AMT-LY
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           PERFORM PUT-LINE
           MOVE "R" TO WS-FIND-DIM
           MOVE "BY CLOSURE REASON" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           MOVE "P" TO WS-FIND-DIM
           MOVE "BY PRODUCT" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           MOVE "B" TO WS-FIND-DIM
           MOVE "BY BRANCH" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           MOVE "T" TO WS-FIND-DIM
           MOVE "BY TENURE AT CLOSE" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           IF WS-TABLE-FULL = 1
               PERFORM PUT-BLANK-LINE
               STRING "*** Breakdown table full - some lines are "
                   "missing; the totals above are complete."
                   DELIMITED BY SIZE INTO AT-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           CLOSE AT-REPORT-FILE.

       COUNT-ONE-CLOSURE.
           IF ARCH-BAL-CLOSE-REASON = "CHARGE-OFF REFERRAL"
                   OR ARCH-BAL-CLOSE-REASON = "YEAR-END"
                   OR ARCH-BAL-CLOSE-REASON = "NEVER-FUNDED"
               GO TO COUNT-ONE-CLOSURE-EXIT
           END-IF
           IF ARCH-BAL-DELETED-DATE(1:4) NOT NUMERIC
                   OR ARCH-BAL-DELETED-DATE(6:2) NOT NUMERIC
                   OR ARCH-BAL-DELETED-DATE(9:2) NOT NUMERIC
               GO TO COUNT-ONE-CLOSURE-EXIT
           END-IF
           MOVE ARCH-BAL-DELETED-DATE(1:4) TO WS-CLOSE-DATE(1:4)
           MOVE ARCH-BAL-DELETED-DATE(6:2) TO WS-CLOSE-DATE(5:2)
           MOVE ARCH-BAL-DELETED-DATE(9:2) TO WS-CLOSE-DATE(7:2)
           COMPUTE WS-CLOSE-MONTH = WS-CLOSE-DATE / 100
           EVALUATE WS-CLOSE-MONTH
               WHEN WS-REPORT-MONTH
                   MOVE 1 TO WS-IS-THIS-YEAR
                   ADD 1 TO WS-TOTAL-COUNT-TY
                   ADD ARCH-BAL-BALANCE TO WS-TOTAL-AMOUNT-TY
               WHEN WS-LAST-YEAR-MONTH
                   MOVE 0 TO WS-IS-THIS-YEAR
                   ADD 1 TO WS-TOTAL-COUNT-LY
                   ADD ARCH-BAL-BALANCE TO WS-TOTAL-AMOUNT-LY
               WHEN OTHER
                   GO TO COUNT-ONE-CLOSURE-EXIT
           END-EVALUATE
           MOVE "R" TO WS-FIND-DIM
           MOVE ARCH-BAL-CLOSE-REASON TO WS-FIND-KEY
           IF WS-FIND-KEY = SPACES
               MOVE "NOT RECORDED" TO WS-FIND-KEY
           END-IF
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           MOVE "P" TO WS-FIND-DIM
           MOVE ARCH-BAL-ACCOUNT-TYPE TO WS-FIND-KEY
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           MOVE "B" TO WS-FIND-DIM
           MOVE ARCH-BAL-BRANCH-CODE TO WS-FIND-KEY
           IF WS-FIND-KEY = SPACES
               MOVE "NOT RECORDED" TO WS-FIND-KEY
           END-IF
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           PERFORM TENURE-AT-CLOSE THRU TENURE-AT-CLOSE-EXIT
           MOVE "T" TO WS-FIND-DIM
           EVALUATE TRUE
               WHEN WS-TENURE-MONTHS < 0
                   MOVE "NOT KNOWN" TO WS-FIND-KEY
               WHEN WS-TENURE-MONTHS < 12
                   MOVE "UNDER 1 YEAR" TO WS-FIND-KEY
               WHEN WS-TENURE-MONTHS < 36
                   MOVE "1 TO 3 YEARS" TO WS-FIND-KEY
               WHEN WS-TENURE-MONTHS < 60
                   MOVE "3 TO 5 YEARS" TO WS-FIND-KEY
               WHEN OTHER
                   MOVE "5 YEARS AND OVER" TO WS-FIND-KEY
           END-EVALUATE
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT.
       COUNT-ONE-CLOSURE-EXIT.
           EXIT.

      *> Months from the account's first snapshot to its closure;
      *> -1 when there is no snapshot to date it from.
       TENURE-AT-CLOSE.
           MOVE -1 TO WS-TENURE-MONTHS
           IF WS-HISTORY-OPEN = 0
               GO TO TENURE-AT-CLOSE-EXIT
           END-IF
           MOVE ARCH-BAL-USER-ID TO BH-BALANCE-ID
           MOVE ARCH-BAL-ACCOUNT-TYPE TO BH-BALANCE-ACCOUNT-TYPE
           MOVE 0 TO BH-SNAPSHOT-DATE
           START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
               INVALID KEY
                   GO TO TENURE-AT-CLOSE-EXIT
           END-START
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO TENURE-AT-CLOSE-EXIT
           END-READ
           IF BH-BALANCE-ID NOT = ARCH-BAL-USER-ID
                   OR BH-BALANCE-ACCOUNT-TYPE
                       NOT = ARCH-BAL-ACCOUNT-TYPE
                   OR BH-SNAPSHOT-DATE > WS-CLOSE-DATE
               GO TO TENURE-AT-CLOSE-EXIT
           END-IF
           MOVE BH-SNAPSHOT-DATE TO WS-FIRST-DATE
           COMPUTE WS-TENURE-MONTHS =
               (WS-CD-YEAR * 12 + WS-CD-MONTH)
               - (WS-FD-YEAR * 12 + WS-FD-MONTH)
           IF WS-CD-DAY < WS-FD-DAY
               SUBTRACT 1 FROM WS-TENURE-MONTHS
           END-IF.
       TENURE-AT-CLOSE-EXIT.
           EXIT.

       ADD-TO-CELL.
           PERFORM FIND-CELL THRU FIND-CELL-EXIT
           IF WS-FOUND-IDX = 0
               GO TO ADD-TO-CELL-EXIT
           END-IF
           IF WS-IS-THIS-YEAR = 1
               ADD 1 TO WS-CELL-COUNT-TY(WS-FOUND-IDX)
               ADD ARCH-BAL-BALANCE TO WS-CELL-AMOUNT-TY(WS-FOUND-IDX)
           ELSE
               ADD 1 TO WS-CELL-COUNT-LY(WS-FOUND-IDX)
               ADD ARCH-BAL-BALANCE TO WS-CELL-AMOUNT-LY(WS-FOUND-IDX)
           END-IF.
       ADD-TO-CELL-EXIT.
           EXIT.

      *> Finds the cell for WS-FIND-DIM / WS-FIND-KEY, adding it when
      *> new; WS-FOUND-IDX is zero once the table is full.
       FIND-CELL.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                   OR WS-FOUND-IDX NOT = 0
               IF WS-CELL-DIM(WS-CELL-IDX) = WS-FIND-DIM
                       AND WS-CELL-KEY(WS-CELL-IDX) = WS-FIND-KEY
                   MOVE WS-CELL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX NOT = 0
               GO TO FIND-CELL-EXIT
           END-IF
           IF WS-CELL-COUNT >= 200
               MOVE 1 TO WS-TABLE-FULL
               GO TO FIND-CELL-EXIT
           END-IF
           ADD 1 TO WS-CELL-COUNT
           MOVE WS-CELL-COUNT TO WS-FOUND-IDX
           MOVE WS-FIND-DIM TO WS-CELL-DIM(WS-FOUND-IDX)
           MOVE WS-FIND-KEY TO WS-CELL-KEY(WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-COUNT-TY(WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-AMOUNT-TY(WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-COUNT-LY(WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-AMOUNT-LY(WS-FOUND-IDX).
       FIND-CELL-EXIT.
           EXIT.

       PRINT-SECTION.
           PERFORM PUT-BLANK-LINE
           MOVE WS-SECTION-TITLE TO AT-REPORT-LINE
           PERFORM PUT-LINE
           STRING "                     THIS MONTH   BALANCE LEFT"
               "        LAST YEAR   BALANCE LEFT"
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-DIM(WS-CELL-IDX) = WS-FIND-DIM
                   MOVE WS-CELL-COUNT-TY(WS-CELL-IDX)
                       TO WS-DISP-COUNT-TY
                   MOVE WS-CELL-AMOUNT-TY(WS-CELL-IDX)
                       TO WS-DISP-AMT-TY
                   MOVE WS-CELL-COUNT-LY(WS-CELL-IDX)
                       TO WS-DISP-COUNT-LY
                   MOVE WS-CELL-AMOUNT-LY(WS-CELL-IDX)
                       TO WS-DISP-AMT-LY
                   STRING WS-CELL-KEY(WS-CELL-IDX) " "
                       WS-DISP-COUNT-TY " " WS-DISP-AMT-TY "   "
                       WS-DISP-COUNT-LY " " WS-DISP-AMT-LY
                       DELIMITED BY SIZE INTO AT-REPORT-LINE
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Part two: the at-risk list for retention calls.
      *> ---------------------------------------------------------
       BUILD-AT-RISK-LIST.
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS = "00" AND WS-HISTORY-OPEN = 1
               MOVE 0 TO WS-CUR-USER
               PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
                   READ BALANCE-DB-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF BALANCE-REC-ID NOT = WS-CUR-USER
                       IF WS-CUR-USER NOT = 0
                           PERFORM TEST-CUSTOMER-DROP
                               THRU TEST-CUSTOMER-DROP-EXIT
                       END-IF
                       MOVE BALANCE-REC-ID TO WS-CUR-USER
                       MOVE 0 TO WS-CUR-THEN
                       MOVE 0 TO WS-CUR-NOW
                       MOVE 0 TO WS-CUR-TOP-THEN
                       MOVE SPACES TO WS-CUR-BRANCH
                   END-IF
                   IF BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
                      AND BALANCE-REC-ACCOUNT-TYPE NOT = "CREDITLINE"
                       PERFORM ADD-ACCOUNT-TREND
                           THRU ADD-ACCOUNT-TREND-EXIT
                   END-IF
               END-PERFORM
               IF WS-CUR-USER NOT = 0
                   PERFORM TEST-CUSTOMER-DROP
                       THRU TEST-CUSTOMER-DROP-EXIT
               END-IF
           END-IF
           IF BALANCE-DB-FILE-STATUS NOT = "35"
               CLOSE BALANCE-DB-FILE
           END-IF
           OPEN OUTPUT AR-LIST-FILE
           MOVE SPACES TO AR-LIST-LINE
           MOVE WS-MIN-BALANCE TO WS-DISP-THEN
           STRING "AT-RISK CUSTOMERS FOR RETENTION CALLS  "
               WS-BUSINESS-DATE "   DEPOSITS DOWN " WS-DROP-PCT
               "% OR MORE IN " WS-LOOKBACK-DAYS " DAYS FROM AT LEAST"
               WS-DISP-THEN
               DELIMITED BY SIZE INTO AR-LIST-LINE
           PERFORM PUT-LIST-LINE
           PERFORM PRINT-ONE-BRANCH
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           PERFORM PUT-BLANK-LIST-LINE
           MOVE WS-RISK-COUNT TO WS-DISP-RISK
           STRING "At-risk customers: " WS-DISP-RISK
               DELIMITED BY SIZE INTO AR-LIST-LINE
           PERFORM PUT-LIST-LINE
           IF WS-RISK-FULL = 1
               MOVE "*** List full - further customers not shown."
                   TO AR-LIST-LINE
               PERFORM PUT-LIST-LINE
           END-IF
           CLOSE AR-LIST-FILE.

      *> Like for like: an account counts only when it has a
      *> snapshot from the start of the look-back window (the first
      *> one on or after that day), so a newly opened account never
      *> looks like a fall.
       ADD-ACCOUNT-TREND.
                  MOVE BALANCE-REC-ID TO BH-BALANCE-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO BH-BALANCE-ACCOUNT-TYPE
           MOVE WS-LOOKBACK-DATE TO BH-SNAPSHOT-DATE
           START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
               INVALID KEY
                   GO TO ADD-ACCOUNT-TREND-EXIT
           END-START
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO ADD-ACCOUNT-TREND-EXIT
           END-READ
           IF BH-BALANCE-ID = BALANCE-REC-ID
                   AND BH-BALANCE-ACCOUNT-TYPE
                       = BALANCE-REC-ACCOUNT-TYPE
                   AND BH-SNAPSHOT-DATE < WS-BUSINESS-DATE
               MOVE BH-BALANCE TO WS-ACCT-THEN
               ADD WS-ACCT-THEN TO WS-CUR-THEN
               ADD BALANCE-REC-BALANCE TO WS-CUR-NOW
               IF WS-ACCT-THEN > WS-CUR-TOP-THEN
                       OR WS-CUR-BRANCH = SPACES
                   MOVE WS-ACCT-THEN TO WS-CUR-TOP-THEN
                   MOVE BALANCE-REC-BRANCH-CODE TO WS-CUR-BRANCH
               END-IF
           END-IF.
       ADD-ACCOUNT-TREND-EXIT.
           EXIT.

       TEST-CUSTOMER-DROP.
           IF WS-CUR-THEN < WS-MIN-BALANCE OR WS-CUR-THEN = 0
               GO TO TEST-CUSTOMER-DROP-EXIT
           END-IF
           IF WS-CUR-NOW >= WS-CUR-THEN
               GO TO TEST-CUSTOMER-DROP-EXIT
           END-IF
           COMPUTE WS-DROP-NOW ROUNDED =
               (WS-CUR-THEN - WS-CUR-NOW) * 100 / WS-CUR-THEN
               ON SIZE ERROR
                   MOVE 999.9 TO WS-DROP-NOW
           END-COMPUTE
           IF WS-DROP-NOW < WS-DROP-PCT
               GO TO TEST-CUSTOMER-DROP-EXIT
           END-IF
           MOVE SPACES TO USER-REC-NAME
           IF WS-USER-OPEN = 1
               MOVE WS-CUR-USER TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       MOVE SPACES TO USER-REC-NAME
                       MOVE "N" TO USER-REC-DECEASED
               END-READ
               IF USER-IS-DECEASED
                   GO TO TEST-CUSTOMER-DROP-EXIT
               END-IF
           END-IF
           IF WS-RISK-COUNT >= 999
               MOVE 1 TO WS-RISK-FULL
               GO TO TEST-CUSTOMER-DROP-EXIT
           END-IF
           ADD 1 TO WS-RISK-COUNT
           IF WS-CUR-BRANCH = SPACES
               MOVE "MAIN" TO WS-CUR-BRANCH
           END-IF
           MOVE WS-CUR-BRANCH TO WS-RISK-BRANCH(WS-RISK-COUNT)
           MOVE WS-CUR-USER TO WS-RISK-USER(WS-RISK-COUNT)
           MOVE USER-REC-NAME TO WS-RISK-NAME(WS-RISK-COUNT)
           MOVE WS-CUR-THEN TO WS-RISK-THEN(WS-RISK-COUNT)
           MOVE WS-CUR-NOW TO WS-RISK-NOW(WS-RISK-COUNT)
           MOVE WS-DROP-NOW TO WS-RISK-PCT(WS-RISK-COUNT)
           MOVE 0 TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-CUR-BRANCH
                   MOVE 1 TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 0 AND WS-BR-COUNT < 50
               ADD 1 TO WS-BR-COUNT
               MOVE WS-CUR-BRANCH TO WS-BR-CODE(WS-BR-COUNT)
           END-IF.
       TEST-CUSTOMER-DROP-EXIT.
           EXIT.

       PRINT-ONE-BRANCH.
           PERFORM PUT-BLANK-LIST-LINE
           STRING "BRANCH " WS-BR-CODE(WS-BR-IDX)
               DELIMITED BY SIZE INTO AR-LIST-LINE
           PERFORM PUT-LIST-LINE
           STRING "  CUSTOMER   NAME                           "
               "     EARLIER BALANCE      BALANCE NOW  FALL %"
               DELIMITED BY SIZE INTO AR-LIST-LINE
           PERFORM PUT-LIST-LINE
           PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                   UNTIL WS-RISK-IDX > WS-RISK-COUNT
               IF WS-RISK-BRANCH(WS-RISK-IDX) = WS-BR-CODE(WS-BR-IDX)
                   MOVE WS-RISK-THEN(WS-RISK-IDX) TO WS-DISP-THEN
                   MOVE WS-RISK-NOW(WS-RISK-IDX) TO WS-DISP-NOW
                   MOVE WS-RISK-PCT(WS-RISK-IDX) TO WS-DISP-PCT
                   STRING "  " WS-RISK-USER(WS-RISK-IDX) " "
                       WS-RISK-NAME(WS-RISK-IDX) "   " WS-DISP-THEN
                       "   " WS-DISP-NOW "   " WS-DISP-PCT
                       DELIMITED BY SIZE INTO AR-LIST-LINE
                   PERFORM PUT-LIST-LINE
               END-IF
           END-PERFORM.

       PUT-BLANK-LINE.
           MOVE SPACES TO AT-REPORT-LINE
           WRITE AT-REPORT-LINE.

       PUT-LINE.
           WRITE AT-REPORT-LINE
           DISPLAY AT-REPORT-LINE
           MOVE SPACES TO AT-REPORT-LINE.

       PUT-BLANK-LIST-LINE.
           MOVE SPACES TO AR-LIST-LINE
           WRITE AR-LIST-LINE.

       PUT-LIST-LINE.
           WRITE AR-LIST-LINE
           DISPLAY AR-LIST-LINE
           MOVE SPACES TO AR-LIST-LINE.
