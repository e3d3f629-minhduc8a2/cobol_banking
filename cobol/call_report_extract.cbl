       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALL_REPORT_EXTRACT.

      *> Quarterly regulatory condition report (call report) extract.
      *> Every source of figures is routed to a report line through
      *> CALL-REPORT-MAP-FILE: GL balances from gl_balances.db for
      *> the balance sheet (cumulative from the last year-end
      *> carry-forward) and income statement (year to date), deposits
      *> by product and by individual or business holder from
      *> balance.db, loans by category and past-due status from
      *> loan_master.db and loan_schedule.db, and term deposits by
      *> remaining maturity from term_deposit.db. The schedules are
      *> written to call_report.txt in fixed format, followed by the
      *> cross-checks - each check group's GL total against its
      *> subledger total, and assets against liabilities and equity
      *> - and any source carrying figures with no mapping. Run on
      *> the quarter-end business date: the subledgers hold today's
      *> balances only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-REPORT-MAP-FILE ASSIGN TO "call_report_map.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRM-KEY
               FILE STATUS IS CALL-REPORT-MAP-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "gl_balances.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS GL-BALANCE-FILE-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "gl_periods.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS GL-PERIOD-FILE-STATUS.
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
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "loan_schedule.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS LOAN-SCHEDULE-FILE-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO "collateral.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ID
               ALTERNATE RECORD KEY IS COL-LOAN-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS COL-APP-ID WITH DUPLICATES
               FILE STATUS IS COLLATERAL-FILE-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "term_deposit.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ID
               FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.
           SELECT CALL-REPORT-FILE ASSIGN TO "call_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CALL-REPORT-MAP-FILE.
       COPY "call_report_map_record.cpy".

       FD GL-BALANCE-FILE.
       COPY "gl_balance_record.cpy".

       FD GL-PERIOD-FILE.
       COPY "gl_period_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD LOAN-SCHEDULE-FILE.
       COPY "loan_schedule_record.cpy".

       FD COLLATERAL-FILE.
       COPY "collateral_record.cpy".

       FD TERM-DEPOSIT-FILE.
       COPY "term_deposit_record.cpy".

       FD CALL-REPORT-FILE.
       COPY "call_report_record.cpy".

       WORKING-STORAGE SECTION.
       01 CALL-REPORT-MAP-FILE-STATUS PIC XX.
       01 GL-BALANCE-FILE-STATUS    PIC XX.
       01 GL-PERIOD-FILE-STATUS     PIC XX.
       01 BALANCE-DB-FILE-STATUS    PIC XX.
       01 USER-DB-FILE-STATUS       PIC XX.
       01 LOAN-MASTER-FILE-STATUS   PIC XX.
       01 LOAN-SCHEDULE-FILE-STATUS PIC XX.
       01 COLLATERAL-FILE-STATUS    PIC XX.
       01 TERM-DEPOSIT-FILE-STATUS  PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-AS-OF-PARTS.
           05 WS-AS-OF-DATE  PIC 9(8).
       01 WS-AS-OF-VIEW REDEFINES WS-AS-OF-PARTS.
           05 WS-AS-OF-YEAR  PIC 9(4).
           05 WS-AS-OF-MONTH PIC 9(2).
           05 WS-AS-OF-DAY   PIC 9(2).
       01 WS-AS-OF-DAYNO   PIC 9(8).
       01 WS-CURRENT-PERIOD PIC 9(6).
       01 WS-YEAR-START    PIC 9(6).
       01 WS-BS-START      PIC 9(6) VALUE 0.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-PL-FIRST      PIC 9(6) VALUE 300000.
       01 WS-RE-ACCOUNT    PIC 9(6) VALUE 290100.
       01 WS-TOLERANCE     PIC 9(9)V99 VALUE 0.
      *> The mapping, loaded once.
       01 WS-MAP-TABLE.
           05 WS-MX-ENTRY OCCURS 300 TIMES.
               10 WS-MX-KEY.
                   15 WS-MX-SOURCE PIC X(01).
                   15 WS-MX-CODE   PIC X(10).
               10 WS-MX-SCHEDULE   PIC X(04).
               10 WS-MX-LINE       PIC X(06).
               10 WS-MX-DESC       PIC X(40).
               10 WS-MX-SIGN       PIC X(01).
               10 WS-MX-GROUP      PIC X(04).
       01 WS-MX-COUNT      PIC 9(3) VALUE 0.
       01 WS-MX-IDX        PIC 9(3) VALUE 0.
       01 WS-MX-SCAN       PIC 9(3).
       01 WS-FIND-KEY.
           05 WS-FIND-SOURCE PIC X(01).
           05 WS-FIND-CODE   PIC X(10).
      *> Report lines, kept in schedule/line order as they are met.
       01 WS-LINE-TABLE.
           05 WS-LX-ENTRY OCCURS 200 TIMES.
               10 WS-LX-KEY.
                   15 WS-LX-SCHEDULE PIC X(04).
                   15 WS-LX-LINE     PIC X(06).
               10 WS-LX-DESC       PIC X(40).
               10 WS-LX-COL-1      PIC S9(13)V99.
               10 WS-LX-COL-2      PIC S9(13)V99.
               10 WS-LX-COL-3      PIC S9(13)V99.
               10 WS-LX-TOTAL      PIC S9(13)V99.
               10 WS-LX-ITEMS      PIC 9(7).
       01 WS-LX-COUNT      PIC 9(3) VALUE 0.
       01 WS-LX-IDX        PIC 9(3) VALUE 0.
       01 WS-LX-SCAN       PIC 9(3).
       01 WS-LX-FOUND      PIC 9 VALUE 0.
       01 WS-LINE-KEY.
           05 WS-LINE-KEY-SCHEDULE PIC X(04).
           05 WS-LINE-KEY-LINE     PIC X(06).
      *> Check groups: the GL side against the subledger side. The
      *> mapped flags come from the mapping itself, so a side with no
      *> figures this quarter still proves against nil.
       01 WS-GROUP-TABLE.
           05 WS-GX-ENTRY OCCURS 20 TIMES.
               10 WS-GX-GROUP      PIC X(04).
               10 WS-GX-GL-MAPPED  PIC 9.
               10 WS-GX-SUB-MAPPED PIC 9.
               10 WS-GX-GL-TOTAL   PIC S9(13)V99.
               10 WS-GX-SUB-TOTAL  PIC S9(13)V99.
       01 WS-GX-COUNT      PIC 9(2) VALUE 0.
       01 WS-GX-IDX        PIC 9(2) VALUE 0.
       01 WS-GX-SCAN       PIC 9(2).
       01 WS-FIND-GROUP    PIC X(04).
      *> Sources with figures but no mapping.
       01 WS-EXCEPTION-TABLE.
           05 WS-EX-ENTRY OCCURS 100 TIMES.
               10 WS-EX-SOURCE     PIC X(01).
               10 WS-EX-CODE       PIC X(10).
               10 WS-EX-AMOUNT     PIC S9(13)V99.
               10 WS-EX-REASON     PIC X(40).
       01 WS-EX-COUNT      PIC 9(3) VALUE 0.
       01 WS-EX-IDX        PIC 9(3).
       01 WS-EX-REASON-IN  PIC X(40).
      *> What ADD-TO-LINE applies: the column (0 = total only), the
      *> signed amount and whether it counts as one more item.
       01 WS-ADD-COLUMN    PIC 9 VALUE 0.
       01 WS-ADD-AMOUNT    PIC S9(13)V99.
       01 WS-ADD-ITEMS     PIC 9 VALUE 0.
      *> GL working fields.
       01 WS-CUR-ACCOUNT   PIC 9(6) VALUE 0.
       01 WS-ACCT-NET      PIC S9(13)V99.
       01 WS-GL-NET        PIC S9(13)V99.
       01 WS-YTD-RESULT    PIC S9(13)V99 VALUE 0.
       01 WS-PRIOR-RESULT  PIC S9(13)V99 VALUE 0.
       01 WS-RC-ASSETS     PIC S9(13)V99 VALUE 0.
       01 WS-RC-CLAIMS     PIC S9(13)V99 VALUE 0.
      *> Subledger working fields.
       01 WS-HOLDER-IS-BUSINESS PIC 9 VALUE 0.
       01 WS-LOAN-CATEGORY PIC X(10).
       01 WS-SECURED-BY-PROPERTY PIC 9 VALUE 0.
       01 WS-SECURED-BY-VEHICLE  PIC 9 VALUE 0.
       01 WS-DAYS-PAST-DUE PIC 9(6) VALUE 0.
       01 WS-DAYS-TO-MATURITY PIC S9(6) VALUE 0.
       01 WS-MATURITY-BAND PIC X(10).
       01 WS-LOANS-READ    PIC 9(7) VALUE 0.
       01 WS-DEPOSITS-READ PIC 9(7) VALUE 0.
       01 WS-TERM-READ     PIC 9(7) VALUE 0.
      *> Output.
       01 WS-CHECK-COUNT   PIC 9(7) VALUE 0.
       01 WS-CHECKS-FAILED PIC 9(7) VALUE 0.
       01 WS-CHECK-GL      PIC S9(13)V99.
       01 WS-CHECK-SUB     PIC S9(13)V99.
       01 WS-CHECK-DIFF    PIC S9(13)V99.
       01 WS-CHECK-ABS     PIC 9(13)V99.
       01 WS-CHECK-STATUS  PIC X(12).
       01 WS-DISP-GL       PIC -(12)9.99.
       01 WS-DISP-SUB      PIC -(12)9.99.
       01 WS-DISP-DIFF     PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Call report extract."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           COMPUTE WS-AS-OF-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           COMPUTE WS-CURRENT-PERIOD = WS-AS-OF-DATE / 100
           COMPUTE WS-YEAR-START = WS-AS-OF-YEAR * 100
           PERFORM LOAD-PARAMS
           PERFORM LOAD-MAPPING THRU LOAD-MAPPING-EXIT
           IF WS-MX-COUNT = 0
               DISPLAY "No call report mapping on file - run the "
                   "mapping maintenance first."
               GOBACK
           END-IF
           DISPLAY "Reporting as of " WS-AS-OF-DATE
               ", GL period " WS-CURRENT-PERIOD
           IF WS-AS-OF-MONTH NOT = 3 AND NOT = 6
              AND NOT = 9 AND NOT = 12
               DISPLAY "Note: the business date is not in a quarter-"
                   "end month."
           END-IF
           PERFORM FIND-BALANCE-SHEET-START
               THRU FIND-BALANCE-SHEET-START-EXIT
           PERFORM EXTRACT-GL THRU EXTRACT-GL-EXIT
           OPEN INPUT USER-DB-FILE
           PERFORM EXTRACT-DEPOSITS THRU EXTRACT-DEPOSITS-EXIT
           PERFORM EXTRACT-LOANS THRU EXTRACT-LOANS-EXIT
           CLOSE USER-DB-FILE
           PERFORM EXTRACT-TERM-DEPOSITS
               THRU EXTRACT-TERM-DEPOSITS-EXIT
           PERFORM WRITE-REPORT-FILE
           DISPLAY "Schedule lines written: " WS-LX-COUNT
           DISPLAY "Deposit accounts: " WS-DEPOSITS-READ
               "  loans: " WS-LOANS-READ
               "  term deposits: " WS-TERM-READ
           DISPLAY "Cross-checks: " WS-CHECK-COUNT
               "  not proved: " WS-CHECKS-FAILED
           IF WS-EX-COUNT > 0
               DISPLAY "*** " WS-EX-COUNT " source(s) with figures "
                   "but no mapping - see the E records."
           END-IF
           DISPLAY "Extract written to call_report.txt"
           GOBACK.

       LOAD-PARAMS.
           MOVE "GL-PL-FIRST-ACCOUNT" TO WS-PARAM-NAME
           MOVE "300000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-PL-FIRST
           MOVE "GL-RETAINED-EARNINGS" TO WS-PARAM-NAME
           MOVE "290100" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-RE-ACCOUNT
           MOVE "CALL-REPORT-TOLERANCE" TO WS-PARAM-NAME
           MOVE "0" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-TOLERANCE.

      *> The mapping also declares which check groups exist and
      *> which sides each one has.
       LOAD-MAPPING.
           MOVE 0 TO WS-MX-COUNT
           MOVE 0 TO WS-GX-COUNT
           OPEN INPUT CALL-REPORT-MAP-FILE
           IF CALL-REPORT-MAP-FILE-STATUS NOT = "00"
               GO TO LOAD-MAPPING-EXIT
           END-IF
           PERFORM UNTIL CALL-REPORT-MAP-FILE-STATUS = "10"
               READ CALL-REPORT-MAP-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-MX-COUNT < 300
                           ADD 1 TO WS-MX-COUNT
                           MOVE CRM-SOURCE
                               TO WS-MX-SOURCE(WS-MX-COUNT)
                           MOVE CRM-SOURCE-CODE
                               TO WS-MX-CODE(WS-MX-COUNT)
                           MOVE CRM-SCHEDULE
                               TO WS-MX-SCHEDULE(WS-MX-COUNT)
                           MOVE CRM-LINE TO WS-MX-LINE(WS-MX-COUNT)
                           MOVE CRM-LINE-DESC
                               TO WS-MX-DESC(WS-MX-COUNT)
                           MOVE CRM-SIGN TO WS-MX-SIGN(WS-MX-COUNT)
                           MOVE CRM-CHECK-GROUP
                               TO WS-MX-GROUP(WS-MX-COUNT)
                           PERFORM NOTE-MAPPED-GROUP
                               THRU NOTE-MAPPED-GROUP-EXIT
                       ELSE
                           DISPLAY "Mapping over 300 rows - "
                               CRM-SOURCE " " CRM-SOURCE-CODE
                               " ignored."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALL-REPORT-MAP-FILE.
       LOAD-MAPPING-EXIT.
           EXIT.

       NOTE-MAPPED-GROUP.
           IF CRM-CHECK-GROUP = SPACES OR CRM-EXCLUDED
               GO TO NOTE-MAPPED-GROUP-EXIT
           END-IF
           MOVE CRM-CHECK-GROUP TO WS-FIND-GROUP
           PERFORM FIND-GROUP THRU FIND-GROUP-EXIT
           IF WS-GX-IDX = 0
               GO TO NOTE-MAPPED-GROUP-EXIT
           END-IF
           IF CRM-FROM-GL
               MOVE 1 TO WS-GX-GL-MAPPED(WS-GX-IDX)
           ELSE
               MOVE 1 TO WS-GX-SUB-MAPPED(WS-GX-IDX)
           END-IF.
       NOTE-MAPPED-GROUP-EXIT.
           EXIT.

       FIND-GROUP.
           MOVE 0 TO WS-GX-IDX
           PERFORM VARYING WS-GX-SCAN FROM 1 BY 1
                   UNTIL WS-GX-SCAN > WS-GX-COUNT OR WS-GX-IDX > 0
               IF WS-GX-GROUP(WS-GX-SCAN) = WS-FIND-GROUP
                   MOVE WS-GX-SCAN TO WS-GX-IDX
               END-IF
           END-PERFORM
           IF WS-GX-IDX > 0 OR WS-GX-COUNT NOT < 20
               GO TO FIND-GROUP-EXIT
           END-IF
           ADD 1 TO WS-GX-COUNT
           MOVE WS-GX-COUNT TO WS-GX-IDX
           MOVE WS-FIND-GROUP TO WS-GX-GROUP(WS-GX-IDX)
           MOVE 0 TO WS-GX-GL-MAPPED(WS-GX-IDX)
           MOVE 0 TO WS-GX-SUB-MAPPED(WS-GX-IDX)
           MOVE 0 TO WS-GX-GL-TOTAL(WS-GX-IDX)
           MOVE 0 TO WS-GX-SUB-TOTAL(WS-GX-IDX).
       FIND-GROUP-EXIT.
           EXIT.

       FIND-MAPPING.
           MOVE 0 TO WS-MX-IDX
           PERFORM VARYING WS-MX-SCAN FROM 1 BY 1
                   UNTIL WS-MX-SCAN > WS-MX-COUNT OR WS-MX-IDX > 0
               IF WS-MX-KEY(WS-MX-SCAN) = WS-FIND-KEY
                   MOVE WS-MX-SCAN TO WS-MX-IDX
               END-IF
           END-PERFORM.

      *> The balance sheet runs from the opening period after the
      *> last closed year - its carry-forward already holds every
      *> earlier year - or from the beginning if none is closed.
       FIND-BALANCE-SHEET-START.
           MOVE 0 TO WS-BS-START
           OPEN INPUT GL-PERIOD-FILE
           IF GL-PERIOD-FILE-STATUS NOT = "00"
               GO TO FIND-BALANCE-SHEET-START-EXIT
           END-IF
           PERFORM UNTIL GL-PERIOD-FILE-STATUS = "10"
               READ GL-PERIOD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GLP-CLOSING-PERIOD AND GLP-IS-CLOSED
                          AND GLP-YEAR < WS-AS-OF-YEAR
                           COMPUTE WS-BS-START = (GLP-YEAR + 1) * 100
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE.
       FIND-BALANCE-SHEET-START-EXIT.
           EXIT.

      *> The balance file is keyed account-then-period, so each
      *> account's rows arrive together and are netted before the
      *> account is mapped. Income and expense count from this
      *> year's opening period; anything older inside the balance
      *> sheet window is a year never closed, and like this year's
      *> result it is reported in retained earnings.
       EXTRACT-GL.
           MOVE 0 TO WS-CUR-ACCOUNT
           MOVE 0 TO WS-ACCT-NET
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "No GL balances on file - the GL schedules "
                   "will be empty."
               GO TO EXTRACT-GL-EXIT
           END-IF
           PERFORM UNTIL GL-BALANCE-FILE-STATUS = "10"
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-GL-ROW THRU NOTE-GL-ROW-EXIT
               END-READ
           END-PERFORM
           PERFORM FLUSH-GL-ACCOUNT THRU FLUSH-GL-ACCOUNT-EXIT
           CLOSE GL-BALANCE-FILE
           COMPUTE WS-GL-NET = WS-YTD-RESULT + WS-PRIOR-RESULT
           IF WS-GL-NET = 0
               GO TO EXTRACT-GL-EXIT
           END-IF
           MOVE "G" TO WS-FIND-SOURCE
           MOVE WS-RE-ACCOUNT TO WS-FIND-CODE
           PERFORM FIND-MAPPING
           IF WS-MX-IDX = 0
               MOVE "Result for the year - no retained earnings"
                   TO WS-EX-REASON-IN
               MOVE WS-GL-NET TO WS-ADD-AMOUNT
               PERFORM NOTE-EXCEPTION
               GO TO EXTRACT-GL-EXIT
           END-IF
           MOVE 0 TO WS-ADD-COLUMN
           MOVE 0 TO WS-ADD-ITEMS
           PERFORM SIGN-GL-AMOUNT
           PERFORM ADD-TO-LINE THRU ADD-TO-LINE-EXIT.
       EXTRACT-GL-EXIT.
           EXIT.

       NOTE-GL-ROW.
           IF GLB-ACCOUNT NOT = WS-CUR-ACCOUNT
               PERFORM FLUSH-GL-ACCOUNT THRU FLUSH-GL-ACCOUNT-EXIT
               MOVE GLB-ACCOUNT TO WS-CUR-ACCOUNT
               MOVE 0 TO WS-ACCT-NET
           END-IF
           IF GLB-PERIOD > WS-CURRENT-PERIOD
              OR GLB-PERIOD < WS-BS-START
               GO TO NOTE-GL-ROW-EXIT
           END-IF
           COMPUTE WS-GL-NET = GLB-DEBITS - GLB-CREDITS
           IF GLB-ACCOUNT NOT < WS-PL-FIRST
              AND GLB-PERIOD < WS-YEAR-START
               ADD WS-GL-NET TO WS-PRIOR-RESULT
           ELSE
               ADD WS-GL-NET TO WS-ACCT-NET
           END-IF.
       NOTE-GL-ROW-EXIT.
           EXIT.

       FLUSH-GL-ACCOUNT.
           IF WS-CUR-ACCOUNT = 0
               GO TO FLUSH-GL-ACCOUNT-EXIT
           END-IF
           IF WS-CUR-ACCOUNT NOT < WS-PL-FIRST
               ADD WS-ACCT-NET TO WS-YTD-RESULT
           END-IF
           MOVE "G" TO WS-FIND-SOURCE
           MOVE WS-CUR-ACCOUNT TO WS-FIND-CODE
           PERFORM FIND-MAPPING
           MOVE WS-ACCT-NET TO WS-GL-NET
           IF WS-MX-IDX = 0
               IF WS-GL-NET NOT = 0
                   MOVE "GL account with a balance - not mapped"
                       TO WS-EX-REASON-IN
                   MOVE WS-GL-NET TO WS-ADD-AMOUNT
                   PERFORM NOTE-EXCEPTION
               END-IF
               GO TO FLUSH-GL-ACCOUNT-EXIT
           END-IF
           MOVE 0 TO WS-ADD-COLUMN
           MOVE 1 TO WS-ADD-ITEMS
           PERFORM SIGN-GL-AMOUNT
           PERFORM ADD-TO-LINE THRU ADD-TO-LINE-EXIT.
       FLUSH-GL-ACCOUNT-EXIT.
           EXIT.

      *> WS-GL-NET is debits less credits; the mapping says which
      *> way round the line reports it.
       SIGN-GL-AMOUNT.
           IF WS-MX-SIGN(WS-MX-IDX) = "C"
               COMPUTE WS-ADD-AMOUNT = 0 - WS-GL-NET
           ELSE
               MOVE WS-GL-NET TO WS-ADD-AMOUNT
           END-IF.

       EXTRACT-DEPOSITS.
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GO TO EXTRACT-DEPOSITS-EXIT
           END-IF
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-DEPOSIT-ROW
                           THRU NOTE-DEPOSIT-ROW-EXIT
               END-READ
           END-PERFORM
           CLOSE BALANCE-DB-FILE.
       EXTRACT-DEPOSITS-EXIT.
           EXIT.

       NOTE-DEPOSIT-ROW.
           MOVE "D" TO WS-FIND-SOURCE
           MOVE BALANCE-REC-ACCOUNT-TYPE TO WS-FIND-CODE
           PERFORM FIND-MAPPING
           IF WS-MX-IDX = 0
               IF BALANCE-REC-BALANCE NOT = 0
                   MOVE "Account type with balances - not mapped"
                       TO WS-EX-REASON-IN
                   MOVE BALANCE-REC-BALANCE TO WS-ADD-AMOUNT
                   PERFORM NOTE-EXCEPTION
               END-IF
               GO TO NOTE-DEPOSIT-ROW-EXIT
           END-IF
           IF WS-MX-SCHEDULE(WS-MX-IDX) = "X"
               GO TO NOTE-DEPOSIT-ROW-EXIT
           END-IF
           ADD 1 TO WS-DEPOSITS-READ
           MOVE BALANCE-REC-ID TO USER-REC-ID
           PERFORM READ-HOLDER
           IF WS-HOLDER-IS-BUSINESS = 1
               MOVE 2 TO WS-ADD-COLUMN
           ELSE
               MOVE 1 TO WS-ADD-COLUMN
           END-IF
           MOVE BALANCE-REC-BALANCE TO WS-ADD-AMOUNT
           MOVE 1 TO WS-ADD-ITEMS
           PERFORM ADD-TO-LINE THRU ADD-TO-LINE-EXIT.
       NOTE-DEPOSIT-ROW-EXIT.
           EXIT.

       READ-HOLDER.
           MOVE 0 TO WS-HOLDER-IS-BUSINESS
           READ USER-DB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-IS-BUSINESS
                       MOVE 1 TO WS-HOLDER-IS-BUSINESS
                   END-IF
           END-READ.

       EXTRACT-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO EXTRACT-LOANS-EXIT
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           OPEN INPUT COLLATERAL-FILE
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-LOAN THRU NOTE-LOAN-EXIT
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           IF LOAN-SCHEDULE-FILE-STATUS NOT = "35"
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           IF COLLATERAL-FILE-STATUS NOT = "35"
               CLOSE COLLATERAL-FILE
           END-IF.
       EXTRACT-LOANS-EXIT.
           EXIT.

      *> Past-due status is contractual: days since the oldest
      *> unpaid installment fell due.
       NOTE-LOAN.
           IF LN-IS-CLOSED OR LN-REMAINING NOT > 0
               GO TO NOTE-LOAN-EXIT
           END-IF
           PERFORM CLASSIFY-LOAN THRU CLASSIFY-LOAN-EXIT
           MOVE "L" TO WS-FIND-SOURCE
           MOVE WS-LOAN-CATEGORY TO WS-FIND-CODE
           PERFORM FIND-MAPPING
           IF WS-MX-IDX = 0
               MOVE "Loan category with balances - not mapped"
                   TO WS-EX-REASON-IN
               MOVE LN-REMAINING TO WS-ADD-AMOUNT
               PERFORM NOTE-EXCEPTION
               GO TO NOTE-LOAN-EXIT
           END-IF
           IF WS-MX-SCHEDULE(WS-MX-IDX) = "X"
               GO TO NOTE-LOAN-EXIT
           END-IF
           ADD 1 TO WS-LOANS-READ
           PERFORM FIND-DAYS-PAST-DUE THRU FIND-DAYS-PAST-DUE-EXIT
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 1 TO WS-ADD-COLUMN
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 2 TO WS-ADD-COLUMN
               WHEN OTHER
                   MOVE 3 TO WS-ADD-COLUMN
           END-EVALUATE
           MOVE LN-REMAINING TO WS-ADD-AMOUNT
           MOVE 1 TO WS-ADD-ITEMS
           PERFORM ADD-TO-LINE THRU ADD-TO-LINE-EXIT.
       NOTE-LOAN-EXIT.
           EXIT.

      *> Property (or an escrow account, which only property loans
      *> carry) makes a real estate loan whoever borrows; otherwise a
      *> business borrower makes it commercial, and a vehicle pledge
      *> an automobile loan.
       CLASSIFY-LOAN.
           MOVE 0 TO WS-SECURED-BY-PROPERTY
           MOVE 0 TO WS-SECURED-BY-VEHICLE
           IF LN-HAS-ESCROW
               MOVE 1 TO WS-SECURED-BY-PROPERTY
           END-IF
           IF COLLATERAL-FILE-STATUS = "35"
               GO TO CLASSIFY-LOAN-HOLDER
           END-IF
           MOVE LN-LOAN-ID TO COL-LOAN-ID
           START COLLATERAL-FILE KEY IS = COL-LOAN-ID
               INVALID KEY
                   GO TO CLASSIFY-LOAN-HOLDER
           END-START
           PERFORM UNTIL COLLATERAL-FILE-STATUS = "10"
               READ COLLATERAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF COL-LOAN-ID NOT = LN-LOAN-ID
                   EXIT PERFORM
               END-IF
               IF COL-IS-ACTIVE AND COL-IS-PROPERTY
                   MOVE 1 TO WS-SECURED-BY-PROPERTY
               END-IF
               IF COL-IS-ACTIVE AND COL-IS-VEHICLE
                   MOVE 1 TO WS-SECURED-BY-VEHICLE
               END-IF
           END-PERFORM.
       CLASSIFY-LOAN-HOLDER.
           MOVE LN-USER-ID TO USER-REC-ID
           PERFORM READ-HOLDER
           EVALUATE TRUE
               WHEN WS-SECURED-BY-PROPERTY = 1
                   MOVE "REALESTATE" TO WS-LOAN-CATEGORY
               WHEN WS-HOLDER-IS-BUSINESS = 1
                   MOVE "COMMERCIAL" TO WS-LOAN-CATEGORY
               WHEN WS-SECURED-BY-VEHICLE = 1
                   MOVE "AUTO" TO WS-LOAN-CATEGORY
               WHEN OTHER
                   MOVE "CONSUMER" TO WS-LOAN-CATEGORY
           END-EVALUATE.
       CLASSIFY-LOAN-EXIT.
           EXIT.

       FIND-DAYS-PAST-DUE.
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF LOAN-SCHEDULE-FILE-STATUS = "35"
               GO TO FIND-DAYS-PAST-DUE-EXIT
           END-IF
           MOVE LN-LOAN-ID TO LS-LOAN-ID
           MOVE 0 TO LS-PAYMENT-NO
           START LOAN-SCHEDULE-FILE KEY IS >= LS-KEY
               INVALID KEY
                   GO TO FIND-DAYS-PAST-DUE-EXIT
           END-START
           PERFORM UNTIL LOAN-SCHEDULE-FILE-STATUS = "10"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LS-LOAN-ID NOT = LN-LOAN-ID
                   EXIT PERFORM
               END-IF
               IF NOT LS-IS-PAID
                  AND LS-DUE-DATE < WS-AS-OF-DATE
                  AND FUNCTION TEST-DATE-YYYYMMDD(LS-DUE-DATE) = 0
                   COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-DAYNO
                       - FUNCTION INTEGER-OF-DATE(LS-DUE-DATE)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       FIND-DAYS-PAST-DUE-EXIT.
           EXIT.

       EXTRACT-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-FILE-STATUS NOT = "00"
               GO TO EXTRACT-TERM-DEPOSITS-EXIT
           END-IF
           PERFORM UNTIL TERM-DEPOSIT-FILE-STATUS = "10"
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-IS-ACTIVE
                           PERFORM NOTE-TERM-DEPOSIT
                               THRU NOTE-TERM-DEPOSIT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-DEPOSIT-FILE.
       EXTRACT-TERM-DEPOSITS-EXIT.
           EXIT.

      *> Remaining maturity in days from the report date; a deposit
      *> already past maturity but not yet paid out is due now.
       NOTE-TERM-DEPOSIT.
           MOVE 0 TO WS-DAYS-TO-MATURITY
           IF FUNCTION TEST-DATE-YYYYMMDD(TD-MATURITY-DATE) = 0
               COMPUTE WS-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
                   - WS-AS-OF-DAYNO
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-TO-MATURITY NOT > 92
                   MOVE "UP-TO-3M" TO WS-MATURITY-BAND
               WHEN WS-DAYS-TO-MATURITY NOT > 366
                   MOVE "3M-TO-1Y" TO WS-MATURITY-BAND
               WHEN WS-DAYS-TO-MATURITY NOT > 1096
                   MOVE "1Y-TO-3Y" TO WS-MATURITY-BAND
               WHEN OTHER
                   MOVE "OVER-3Y" TO WS-MATURITY-BAND
           END-EVALUATE
           MOVE "T" TO WS-FIND-SOURCE
           MOVE WS-MATURITY-BAND TO WS-FIND-CODE
           PERFORM FIND-MAPPING
           IF WS-MX-IDX = 0
               MOVE "Maturity band with deposits - not mapped"
                   TO WS-EX-REASON-IN
               MOVE TD-PRINCIPAL TO WS-ADD-AMOUNT
               PERFORM NOTE-EXCEPTION
               GO TO NOTE-TERM-DEPOSIT-EXIT
           END-IF
           ADD 1 TO WS-TERM-READ
           MOVE 0 TO WS-ADD-COLUMN
           MOVE TD-PRINCIPAL TO WS-ADD-AMOUNT
           MOVE 1 TO WS-ADD-ITEMS
           PERFORM ADD-TO-LINE THRU ADD-TO-LINE-EXIT.
       NOTE-TERM-DEPOSIT-EXIT.
           EXIT.

      *> Adds WS-ADD-AMOUNT to the line the mapping at WS-MX-IDX
      *> names (in WS-ADD-COLUMN as well as the total), and to its
      *> check group on the GL or subledger side. A GL figure on the
      *> balance sheet also goes to assets or to liabilities and
      *> equity by the way its line is signed.
       ADD-TO-LINE.
           IF WS-MX-SCHEDULE(WS-MX-IDX) = "X"
               GO TO ADD-TO-LINE-EXIT
           END-IF
           MOVE WS-MX-SCHEDULE(WS-MX-IDX) TO WS-LINE-KEY-SCHEDULE
           MOVE WS-MX-LINE(WS-MX-IDX) TO WS-LINE-KEY-LINE
           PERFORM FIND-LINE THRU FIND-LINE-EXIT
           IF WS-LX-IDX = 0
               DISPLAY "Over 200 report lines - "
                   WS-LINE-KEY " not reported."
               GO TO ADD-TO-LINE-EXIT
           END-IF
           EVALUATE WS-ADD-COLUMN
               WHEN 1
                   ADD WS-ADD-AMOUNT TO WS-LX-COL-1(WS-LX-IDX)
               WHEN 2
                   ADD WS-ADD-AMOUNT TO WS-LX-COL-2(WS-LX-IDX)
               WHEN 3
                   ADD WS-ADD-AMOUNT TO WS-LX-COL-3(WS-LX-IDX)
           END-EVALUATE
           ADD WS-ADD-AMOUNT TO WS-LX-TOTAL(WS-LX-IDX)
           ADD WS-ADD-ITEMS TO WS-LX-ITEMS(WS-LX-IDX)
           IF WS-MX-SOURCE(WS-MX-IDX) = "G"
              AND WS-MX-SCHEDULE(WS-MX-IDX) = "RC"
               IF WS-MX-SIGN(WS-MX-IDX) = "C"
                   ADD WS-ADD-AMOUNT TO WS-RC-CLAIMS
               ELSE
                   ADD WS-ADD-AMOUNT TO WS-RC-ASSETS
               END-IF
           END-IF
           IF WS-MX-GROUP(WS-MX-IDX) = SPACES
               GO TO ADD-TO-LINE-EXIT
           END-IF
           MOVE WS-MX-GROUP(WS-MX-IDX) TO WS-FIND-GROUP
           PERFORM FIND-GROUP THRU FIND-GROUP-EXIT
           IF WS-GX-IDX = 0
               GO TO ADD-TO-LINE-EXIT
           END-IF
           IF WS-MX-SOURCE(WS-MX-IDX) = "G"
               ADD WS-ADD-AMOUNT TO WS-GX-GL-TOTAL(WS-GX-IDX)
           ELSE
               ADD WS-ADD-AMOUNT TO WS-GX-SUB-TOTAL(WS-GX-IDX)
           END-IF.
       ADD-TO-LINE-EXIT.
           EXIT.

      *> Finds WS-LINE-KEY in the line table or inserts it in order;
      *> WS-LX-IDX comes back 0 only when the table is full.
       FIND-LINE.
           MOVE 0 TO WS-LX-IDX
           MOVE 0 TO WS-LX-FOUND
           PERFORM VARYING WS-LX-SCAN FROM 1 BY 1
                   UNTIL WS-LX-SCAN > WS-LX-COUNT OR WS-LX-IDX > 0
               IF WS-LX-KEY(WS-LX-SCAN) = WS-LINE-KEY
                   MOVE WS-LX-SCAN TO WS-LX-IDX
                   MOVE 1 TO WS-LX-FOUND
               END-IF
               IF WS-LX-KEY(WS-LX-SCAN) > WS-LINE-KEY
                   MOVE WS-LX-SCAN TO WS-LX-IDX
               END-IF
           END-PERFORM
           IF WS-LX-FOUND = 1
               GO TO FIND-LINE-EXIT
           END-IF
           IF WS-LX-COUNT NOT < 200
               MOVE 0 TO WS-LX-IDX
               GO TO FIND-LINE-EXIT
           END-IF
           IF WS-LX-IDX = 0
               COMPUTE WS-LX-IDX = WS-LX-COUNT + 1
           END-IF
           PERFORM VARYING WS-LX-SCAN FROM WS-LX-COUNT BY -1
                   UNTIL WS-LX-SCAN < WS-LX-IDX
               MOVE WS-LX-ENTRY(WS-LX-SCAN)
                   TO WS-LX-ENTRY(WS-LX-SCAN + 1)
           END-PERFORM
           ADD 1 TO WS-LX-COUNT
           MOVE WS-LINE-KEY TO WS-LX-KEY(WS-LX-IDX)
           MOVE WS-MX-DESC(WS-MX-IDX) TO WS-LX-DESC(WS-LX-IDX)
           MOVE 0 TO WS-LX-COL-1(WS-LX-IDX)
           MOVE 0 TO WS-LX-COL-2(WS-LX-IDX)
           MOVE 0 TO WS-LX-COL-3(WS-LX-IDX)
           MOVE 0 TO WS-LX-TOTAL(WS-LX-IDX)
           MOVE 0 TO WS-LX-ITEMS(WS-LX-IDX).
       FIND-LINE-EXIT.
           EXIT.

       NOTE-EXCEPTION.
           IF WS-EX-COUNT < 100
               ADD 1 TO WS-EX-COUNT
               MOVE WS-FIND-SOURCE TO WS-EX-SOURCE(WS-EX-COUNT)
               MOVE WS-FIND-CODE TO WS-EX-CODE(WS-EX-COUNT)
               MOVE WS-ADD-AMOUNT TO WS-EX-AMOUNT(WS-EX-COUNT)
               MOVE WS-EX-REASON-IN TO WS-EX-REASON(WS-EX-COUNT)
           END-IF.

       WRITE-REPORT-FILE.
           OPEN OUTPUT CALL-REPORT-FILE
           MOVE SPACES TO CALL-REPORT-RECORD
           MOVE "H" TO CRR-REC-TYPE
           MOVE WS-AS-OF-DATE TO CRR-HDR-AS-OF-DATE
           MOVE WS-CURRENT-PERIOD TO CRR-HDR-GL-PERIOD
           MOVE WS-OPERATOR-ID TO CRR-HDR-RUN-BY
           MOVE "CONSOLIDATED REPORT OF CONDITION" TO CRR-HDR-TITLE
           WRITE CALL-REPORT-RECORD
           PERFORM VARYING WS-LX-IDX FROM 1 BY 1
                   UNTIL WS-LX-IDX > WS-LX-COUNT
               MOVE SPACES TO CALL-REPORT-RECORD
               MOVE "D" TO CRR-REC-TYPE
               MOVE WS-LX-SCHEDULE(WS-LX-IDX) TO CRR-SCHEDULE
               MOVE WS-LX-LINE(WS-LX-IDX) TO CRR-LINE
               MOVE WS-LX-DESC(WS-LX-IDX) TO CRR-DESC
               MOVE WS-LX-COL-1(WS-LX-IDX) TO CRR-COL-1
               MOVE WS-LX-COL-2(WS-LX-IDX) TO CRR-COL-2
               MOVE WS-LX-COL-3(WS-LX-IDX) TO CRR-COL-3
               MOVE WS-LX-TOTAL(WS-LX-IDX) TO CRR-TOTAL
               MOVE WS-LX-ITEMS(WS-LX-IDX) TO CRR-COUNT
               WRITE CALL-REPORT-RECORD
           END-PERFORM
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-CHECKS-FAILED
           PERFORM VARYING WS-GX-IDX FROM 1 BY 1
                   UNTIL WS-GX-IDX > WS-GX-COUNT
               PERFORM WRITE-GROUP-CHECK
           END-PERFORM
           PERFORM WRITE-BALANCE-SHEET-CHECK
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               MOVE SPACES TO CALL-REPORT-RECORD
               MOVE "E" TO CRR-REC-TYPE
               MOVE WS-EX-SOURCE(WS-EX-IDX) TO CRR-EXC-SOURCE
               MOVE WS-EX-CODE(WS-EX-IDX) TO CRR-EXC-CODE
               MOVE WS-EX-AMOUNT(WS-EX-IDX) TO CRR-EXC-AMOUNT
               MOVE WS-EX-REASON(WS-EX-IDX) TO CRR-EXC-REASON
               WRITE CALL-REPORT-RECORD
               DISPLAY "Unmapped: " WS-EX-SOURCE(WS-EX-IDX) " "
                   WS-EX-CODE(WS-EX-IDX) " "
                   WS-EX-REASON(WS-EX-IDX)
           END-PERFORM
           MOVE SPACES TO CALL-REPORT-RECORD
           MOVE "T" TO CRR-REC-TYPE
           MOVE WS-LX-COUNT TO CRR-TRL-DETAIL-COUNT
           MOVE WS-CHECK-COUNT TO CRR-TRL-CHECK-COUNT
           MOVE WS-EX-COUNT TO CRR-TRL-EXCEPTION-COUNT
           MOVE WS-CHECKS-FAILED TO CRR-TRL-CHECKS-FAILED
           WRITE CALL-REPORT-RECORD
           CLOSE CALL-REPORT-FILE.

      *> A group proves only when both sides are mapped and agree
      *> within CALL-REPORT-TOLERANCE.
       WRITE-GROUP-CHECK.
           MOVE WS-GX-GL-TOTAL(WS-GX-IDX) TO WS-CHECK-GL
           MOVE WS-GX-SUB-TOTAL(WS-GX-IDX) TO WS-CHECK-SUB
           EVALUATE TRUE
               WHEN WS-GX-GL-MAPPED(WS-GX-IDX) = 0
                   MOVE "NO GL MAPPED" TO WS-CHECK-STATUS
               WHEN WS-GX-SUB-MAPPED(WS-GX-IDX) = 0
                   MOVE "NO SUBLEDGER" TO WS-CHECK-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-CHECK-STATUS
           END-EVALUATE
           MOVE SPACES TO CALL-REPORT-RECORD
           MOVE WS-GX-GROUP(WS-GX-IDX) TO CRR-CHK-GROUP
           MOVE "GL total against subledger total"
               TO CRR-CHK-DESC
           PERFORM WRITE-ONE-CHECK.

       WRITE-BALANCE-SHEET-CHECK.
           MOVE WS-RC-ASSETS TO WS-CHECK-GL
           MOVE WS-RC-CLAIMS TO WS-CHECK-SUB
           MOVE SPACES TO WS-CHECK-STATUS
           MOVE SPACES TO CALL-REPORT-RECORD
           MOVE "RC" TO CRR-CHK-GROUP
           MOVE "Assets against liabilities and equity"
               TO CRR-CHK-DESC
           PERFORM WRITE-ONE-CHECK.

       WRITE-ONE-CHECK.
           COMPUTE WS-CHECK-DIFF = WS-CHECK-GL - WS-CHECK-SUB
           IF WS-CHECK-DIFF < 0
               COMPUTE WS-CHECK-ABS = 0 - WS-CHECK-DIFF
           ELSE
               MOVE WS-CHECK-DIFF TO WS-CHECK-ABS
           END-IF
           IF WS-CHECK-STATUS = SPACES
               IF WS-CHECK-ABS > WS-TOLERANCE
                   MOVE "DIFFERENCE" TO WS-CHECK-STATUS
               ELSE
                   MOVE "AGREES" TO WS-CHECK-STATUS
               END-IF
           END-IF
           ADD 1 TO WS-CHECK-COUNT
           IF WS-CHECK-STATUS NOT = "AGREES"
               ADD 1 TO WS-CHECKS-FAILED
           END-IF
           MOVE "C" TO CRR-REC-TYPE
           MOVE WS-CHECK-GL TO CRR-CHK-GL-TOTAL
           MOVE WS-CHECK-SUB TO CRR-CHK-SUB-TOTAL
           MOVE WS-CHECK-DIFF TO CRR-CHK-DIFFERENCE
           MOVE WS-CHECK-STATUS TO CRR-CHK-STATUS
           WRITE CALL-REPORT-RECORD
           MOVE WS-CHECK-GL TO WS-DISP-GL
           MOVE WS-CHECK-SUB TO WS-DISP-SUB
           MOVE WS-CHECK-DIFF TO WS-DISP-DIFF
           DISPLAY "Check " CRR-CHK-GROUP " " WS-DISP-GL " "
               WS-DISP-SUB " " WS-DISP-DIFF " " WS-CHECK-STATUS.
