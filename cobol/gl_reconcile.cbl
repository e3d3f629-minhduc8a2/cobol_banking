       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_RECONCILE.

      *> Daily subledger-to-GL reconciliation. RECONCILE_BALANCES
      *> proves balance.db against its own history; this run proves
      *> the subledgers against the general ledger. Each control
      *> total named in GL-RECON-CONTROL-FILE - customer deposits by
      *> product, LN-REMAINING across the loan book, active term
      *> deposit principal, outstanding official checks, and each of
      *> the bank's user 0 suspense and settlement rows - is added to
      *> the GL account it is mapped to, and that account's balance
      *> in GL-BALANCE-FILE (every posted period since the last
      *> year-end carry-forward, through the current business
      *> month) must agree with it. A difference beyond
      *> GL-RECON-TOLERANCE (batch_params.txt, default 0) is a break:
      *> a new one is written to gl_recon_breaks.db and raised on the
      *> exception hub, one still there the next day is carried
      *> forward with its age, and one that has gone is stamped
      *> cleared. Run it after GL_POST has posted the day's journal;
      *> the break report goes to gl_recon_report.txt and the report
      *> archive. Subledger figures with no control at all are listed
      *> so a new product or settlement row is not missed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RECON-CONTROL-FILE ASSIGN TO
               "gl_recon_controls.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRC-KEY
               FILE STATUS IS GL-RECON-CONTROL-FILE-STATUS.
           SELECT GL-RECON-BREAK-FILE ASSIGN TO "gl_recon_breaks.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRB-KEY
               FILE STATUS IS GL-RECON-BREAK-FILE-STATUS.
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
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "term_deposit.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ID
               FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO
               "official_checks.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CHECK-NO
               FILE STATUS IS OFFICIAL-CHECK-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "gl_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GL-RECON-CONTROL-FILE.
       COPY "gl_recon_control_record.cpy".

       FD GL-RECON-BREAK-FILE.
       COPY "gl_recon_break_record.cpy".

       FD GL-BALANCE-FILE.
       COPY "gl_balance_record.cpy".

       FD GL-PERIOD-FILE.
       COPY "gl_period_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD TERM-DEPOSIT-FILE.
       COPY "term_deposit_record.cpy".

       FD OFFICIAL-CHECK-FILE.
       COPY "official_check_record.cpy".

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 GL-RECON-CONTROL-FILE-STATUS PIC XX.
       01 GL-RECON-BREAK-FILE-STATUS  PIC XX.
       01 GL-BALANCE-FILE-STATUS      PIC XX.
       01 GL-PERIOD-FILE-STATUS       PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 LOAN-MASTER-FILE-STATUS     PIC XX.
       01 TERM-DEPOSIT-FILE-STATUS    PIC XX.
       01 OFFICIAL-CHECK-FILE-STATUS  PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-BUSINESS-YEAR PIC 9(4).
       01 WS-CURRENT-PERIOD PIC 9(6).
       01 WS-BS-START      PIC 9(6) VALUE 0.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-TOLERANCE     PIC 9(9)V99 VALUE 0.
      *> The controls, loaded once, each gathering its subledger
      *> total as the files are read.
       01 WS-CONTROL-TABLE.
           05 WS-CX-ENTRY OCCURS 100 TIMES.
               10 WS-CX-KEY.
                   15 WS-CX-SOURCE  PIC X(01).
                   15 WS-CX-CODE    PIC X(10).
               10 WS-CX-ACCOUNT     PIC 9(6).
               10 WS-CX-DESC        PIC X(30).
               10 WS-CX-TOTAL       PIC S9(13)V99.
               10 WS-CX-ITEMS       PIC 9(7).
       01 WS-CX-COUNT      PIC 9(3) VALUE 0.
       01 WS-CX-IDX        PIC 9(3) VALUE 0.
       01 WS-CX-SCAN       PIC 9(3).
       01 WS-FIND-KEY.
           05 WS-FIND-SOURCE PIC X(01).
           05 WS-FIND-CODE   PIC X(10).
      *> The GL accounts the controls prove against. The sign is
      *> taken from the first control naming the account.
       01 WS-ACCOUNT-TABLE.
           05 WS-AX-ENTRY OCCURS 50 TIMES.
               10 WS-AX-ACCOUNT     PIC 9(6).
               10 WS-AX-SIGN        PIC X(01).
               10 WS-AX-GL-NET      PIC S9(13)V99.
               10 WS-AX-SUB-TOTAL   PIC S9(13)V99.
       01 WS-AX-COUNT      PIC 9(2) VALUE 0.
       01 WS-AX-IDX        PIC 9(2) VALUE 0.
       01 WS-AX-SCAN       PIC 9(2).
       01 WS-FIND-ACCOUNT  PIC 9(6).
      *> Subledger figures no control names.
       01 WS-UNCONTROLLED-TABLE.
           05 WS-UX-ENTRY OCCURS 50 TIMES.
               10 WS-UX-KEY.
                   15 WS-UX-SOURCE  PIC X(01).
                   15 WS-UX-CODE    PIC X(10).
               10 WS-UX-TOTAL       PIC S9(13)V99.
               10 WS-UX-ITEMS       PIC 9(7).
       01 WS-UX-COUNT      PIC 9(2) VALUE 0.
       01 WS-UX-IDX        PIC 9(2) VALUE 0.
       01 WS-UX-SCAN       PIC 9(2).
       01 WS-ADD-AMOUNT    PIC S9(13)V99.
      *> Proving one account.
       01 WS-GL-BALANCE    PIC S9(13)V99.
       01 WS-DIFFERENCE    PIC S9(13)V99.
       01 WS-ABS-DIFFERENCE PIC 9(13)V99.
       01 WS-OPEN-FOUND    PIC 9 VALUE 0.
       01 WS-BREAK-STATUS  PIC X(20).
       01 WS-AGE-DAYS      PIC 9(5).
       01 WS-AGREED-COUNT  PIC 9(3) VALUE 0.
       01 WS-NEW-COUNT     PIC 9(3) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(3) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(3) VALUE 0.
       01 WS-DISP-SUB      PIC -(13)9.99.
       01 WS-DISP-GL       PIC -(13)9.99.
       01 WS-DISP-DIFF     PIC -(13)9.99.
       01 WS-DISP-ITEMS    PIC Z(6)9.
      *> The exception hub row for a new break.
       01 WS-EXC-SOURCE    PIC X(20) VALUE "GL_RECONCILE".
       01 WS-EXC-REFERENCE PIC X(30).
       01 WS-EXC-AMOUNT    PIC S9(10)V99.
       01 WS-EXC-REASON    PIC X(30)
           VALUE "Subledger does not agree to GL".
       01 WS-ARCH-SOURCE   PIC X(30) VALUE "gl_recon_report.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "GL-RECONCILE".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Subledger to GL reconciliation."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           COMPUTE WS-CURRENT-PERIOD = WS-BUSINESS-DATE / 100
           COMPUTE WS-BUSINESS-YEAR = WS-BUSINESS-DATE / 10000
           MOVE "GL-RECON-TOLERANCE" TO WS-PARAM-NAME
           MOVE "0" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-TOLERANCE
           PERFORM LOAD-CONTROLS THRU LOAD-CONTROLS-EXIT
           IF WS-AX-COUNT = 0
               DISPLAY "No reconciliation controls name a GL account "
                   "- set them up in GL_RECON_MAINT first."
               GOBACK
           END-IF
           PERFORM FIND-BALANCE-SHEET-START
               THRU FIND-BALANCE-SHEET-START-EXIT
           PERFORM TOTAL-BALANCE-ROWS THRU TOTAL-BALANCE-ROWS-EXIT
           PERFORM TOTAL-LOANS THRU TOTAL-LOANS-EXIT
           PERFORM TOTAL-TERM-DEPOSITS THRU TOTAL-TERM-DEPOSITS-EXIT
           PERFORM TOTAL-OFFICIAL-CHECKS
               THRU TOTAL-OFFICIAL-CHECKS-EXIT
           PERFORM TOTAL-GL THRU TOTAL-GL-EXIT
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               IF WS-CX-ACCOUNT(WS-CX-IDX) NOT = 0
                   MOVE WS-CX-ACCOUNT(WS-CX-IDX) TO WS-FIND-ACCOUNT
                   PERFORM FIND-ACCOUNT
                   ADD WS-CX-TOTAL(WS-CX-IDX)
                       TO WS-AX-SUB-TOTAL(WS-AX-IDX)
               END-IF
           END-PERFORM
           OPEN I-O GL-RECON-BREAK-FILE
           IF GL-RECON-BREAK-FILE-STATUS = "35"
               OPEN OUTPUT GL-RECON-BREAK-FILE
               CLOSE GL-RECON-BREAK-FILE
               OPEN I-O GL-RECON-BREAK-FILE
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               PERFORM PROVE-ONE-ACCOUNT THRU PROVE-ONE-ACCOUNT-EXIT
           END-PERFORM
           PERFORM WRITE-UNCONTROLLED
           PERFORM WRITE-REPORT-FOOTING
           CLOSE RECON-REPORT-FILE
           CLOSE GL-RECON-BREAK-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Accounts agreed: " WS-AGREED-COUNT
               "  new breaks: " WS-NEW-COUNT
               "  carried: " WS-CARRIED-COUNT
               "  cleared: " WS-CLEARED-COUNT
           IF WS-UX-COUNT > 0
               DISPLAY "*** " WS-UX-COUNT " subledger total(s) with "
                   "no control - see the report."
           END-IF
           DISPLAY "Break report written to gl_recon_report.txt"
           GOBACK.

       LOAD-CONTROLS.
           MOVE 0 TO WS-CX-COUNT
           MOVE 0 TO WS-AX-COUNT
           OPEN INPUT GL-RECON-CONTROL-FILE
           IF GL-RECON-CONTROL-FILE-STATUS NOT = "00"
               GO TO LOAD-CONTROLS-EXIT
           END-IF
           PERFORM UNTIL GL-RECON-CONTROL-FILE-STATUS = "10"
               READ GL-RECON-CONTROL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-CONTROL THRU NOTE-CONTROL-EXIT
               END-READ
           END-PERFORM
           CLOSE GL-RECON-CONTROL-FILE.
       LOAD-CONTROLS-EXIT.
           EXIT.

       NOTE-CONTROL.
           IF WS-CX-COUNT NOT < 100
               DISPLAY "Over 100 controls - " GRC-SOURCE " "
                   GRC-SOURCE-CODE " ignored."
               GO TO NOTE-CONTROL-EXIT
           END-IF
           ADD 1 TO WS-CX-COUNT
           MOVE GRC-SOURCE TO WS-CX-SOURCE(WS-CX-COUNT)
           MOVE GRC-SOURCE-CODE TO WS-CX-CODE(WS-CX-COUNT)
           MOVE GRC-GL-ACCOUNT TO WS-CX-ACCOUNT(WS-CX-COUNT)
           MOVE GRC-DESCRIPTION TO WS-CX-DESC(WS-CX-COUNT)
           MOVE 0 TO WS-CX-TOTAL(WS-CX-COUNT)
           MOVE 0 TO WS-CX-ITEMS(WS-CX-COUNT)
           IF GRC-NOT-RECONCILED
               GO TO NOTE-CONTROL-EXIT
           END-IF
           MOVE GRC-GL-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-AX-IDX > 0
               GO TO NOTE-CONTROL-EXIT
           END-IF
           IF WS-AX-COUNT NOT < 50
               DISPLAY "Over 50 GL accounts - " GRC-GL-ACCOUNT
                   " not reconciled."
               MOVE 0 TO WS-CX-ACCOUNT(WS-CX-COUNT)
               GO TO NOTE-CONTROL-EXIT
           END-IF
           ADD 1 TO WS-AX-COUNT
           MOVE GRC-GL-ACCOUNT TO WS-AX-ACCOUNT(WS-AX-COUNT)
           MOVE GRC-SIGN TO WS-AX-SIGN(WS-AX-COUNT)
           MOVE 0 TO WS-AX-GL-NET(WS-AX-COUNT)
           MOVE 0 TO WS-AX-SUB-TOTAL(WS-AX-COUNT).
       NOTE-CONTROL-EXIT.
           EXIT.

       FIND-ACCOUNT.
           MOVE 0 TO WS-AX-IDX
           PERFORM VARYING WS-AX-SCAN FROM 1 BY 1
                   UNTIL WS-AX-SCAN > WS-AX-COUNT OR WS-AX-IDX > 0
               IF WS-AX-ACCOUNT(WS-AX-SCAN) = WS-FIND-ACCOUNT
                   MOVE WS-AX-SCAN TO WS-AX-IDX
               END-IF
           END-PERFORM.

      *> Adds WS-ADD-AMOUNT to the control named by WS-FIND-KEY, or
      *> to the uncontrolled list when no control names it.
       ADD-TO-CONTROL.
           MOVE 0 TO WS-CX-IDX
           PERFORM VARYING WS-CX-SCAN FROM 1 BY 1
                   UNTIL WS-CX-SCAN > WS-CX-COUNT OR WS-CX-IDX > 0
               IF WS-CX-KEY(WS-CX-SCAN) = WS-FIND-KEY
                   MOVE WS-CX-SCAN TO WS-CX-IDX
               END-IF
           END-PERFORM
           IF WS-CX-IDX > 0
               ADD WS-ADD-AMOUNT TO WS-CX-TOTAL(WS-CX-IDX)
               ADD 1 TO WS-CX-ITEMS(WS-CX-IDX)
               GO TO ADD-TO-CONTROL-EXIT
           END-IF
           IF WS-ADD-AMOUNT = 0
               GO TO ADD-TO-CONTROL-EXIT
           END-IF
           MOVE 0 TO WS-UX-IDX
           PERFORM VARYING WS-UX-SCAN FROM 1 BY 1
                   UNTIL WS-UX-SCAN > WS-UX-COUNT OR WS-UX-IDX > 0
               IF WS-UX-KEY(WS-UX-SCAN) = WS-FIND-KEY
                   MOVE WS-UX-SCAN TO WS-UX-IDX
               END-IF
           END-PERFORM
           IF WS-UX-IDX = 0
               IF WS-UX-COUNT NOT < 50
                   GO TO ADD-TO-CONTROL-EXIT
               END-IF
               ADD 1 TO WS-UX-COUNT
               MOVE WS-UX-COUNT TO WS-UX-IDX
               MOVE WS-FIND-KEY TO WS-UX-KEY(WS-UX-IDX)
               MOVE 0 TO WS-UX-TOTAL(WS-UX-IDX)
               MOVE 0 TO WS-UX-ITEMS(WS-UX-IDX)
           END-IF
           ADD WS-ADD-AMOUNT TO WS-UX-TOTAL(WS-UX-IDX)
           ADD 1 TO WS-UX-ITEMS(WS-UX-IDX).
       ADD-TO-CONTROL-EXIT.
           EXIT.

      *> The GL window: from the opening period after the last
      *> closed year - its carry-forward holds every earlier year -
      *> or from the beginning if no year is closed.
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
                          AND GLP-YEAR < WS-BUSINESS-YEAR
                           COMPUTE WS-BS-START = (GLP-YEAR + 1) * 100
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE.
       FIND-BALANCE-SHEET-START-EXIT.
           EXIT.

      *> Customers' rows are deposit products; the bank's own user 0
      *> rows are suspense and settlement controls. Both are taken
      *> as the rows carry them, credit-positive.
       TOTAL-BALANCE-ROWS.
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GO TO TOTAL-BALANCE-ROWS-EXIT
           END-IF
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BALANCE-REC-ID = 0
                           MOVE "S" TO WS-FIND-SOURCE
                       ELSE
                           MOVE "D" TO WS-FIND-SOURCE
                       END-IF
                       MOVE BALANCE-REC-ACCOUNT-TYPE TO WS-FIND-CODE
                       MOVE BALANCE-REC-BALANCE TO WS-ADD-AMOUNT
                       PERFORM ADD-TO-CONTROL THRU ADD-TO-CONTROL-EXIT
               END-READ
           END-PERFORM
           CLOSE BALANCE-DB-FILE.
       TOTAL-BALANCE-ROWS-EXIT.
           EXIT.

       TOTAL-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO TOTAL-LOANS-EXIT
           END-IF
           MOVE "L" TO WS-FIND-SOURCE
           MOVE "ALL" TO WS-FIND-CODE
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF NOT LN-IS-CLOSED
                           MOVE LN-REMAINING TO WS-ADD-AMOUNT
                           PERFORM ADD-TO-CONTROL
                               THRU ADD-TO-CONTROL-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.
       TOTAL-LOANS-EXIT.
           EXIT.

       TOTAL-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-FILE-STATUS NOT = "00"
               GO TO TOTAL-TERM-DEPOSITS-EXIT
           END-IF
           MOVE "T" TO WS-FIND-SOURCE
           MOVE "ALL" TO WS-FIND-CODE
           PERFORM UNTIL TERM-DEPOSIT-FILE-STATUS = "10"
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-IS-ACTIVE
                           MOVE TD-PRINCIPAL TO WS-ADD-AMOUNT
                           PERFORM ADD-TO-CONTROL
                               THRU ADD-TO-CONTROL-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-DEPOSIT-FILE.
       TOTAL-TERM-DEPOSITS-EXIT.
           EXIT.

       TOTAL-OFFICIAL-CHECKS.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF OFFICIAL-CHECK-FILE-STATUS NOT = "00"
               GO TO TOTAL-OFFICIAL-CHECKS-EXIT
           END-IF
           MOVE "O" TO WS-FIND-SOURCE
           MOVE "ALL" TO WS-FIND-CODE
           PERFORM UNTIL OFFICIAL-CHECK-FILE-STATUS = "10"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF OC-IS-OUTSTANDING
                           MOVE OC-AMOUNT TO WS-ADD-AMOUNT
                           PERFORM ADD-TO-CONTROL
                               THRU ADD-TO-CONTROL-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFICIAL-CHECK-FILE.
       TOTAL-OFFICIAL-CHECKS-EXIT.
           EXIT.

      *> Debits less credits for each controlled account, read
      *> straight from its own rows by key.
       TOTAL-GL.
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "No GL balances on file - every control will "
                   "show against a nil GL balance."
               GO TO TOTAL-GL-EXIT
           END-IF
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               PERFORM TOTAL-ONE-GL-ACCOUNT
                   THRU TOTAL-ONE-GL-ACCOUNT-EXIT
           END-PERFORM
           CLOSE GL-BALANCE-FILE.
       TOTAL-GL-EXIT.
           EXIT.

       TOTAL-ONE-GL-ACCOUNT.
           MOVE WS-AX-ACCOUNT(WS-AX-IDX) TO GLB-ACCOUNT
           MOVE WS-BS-START TO GLB-PERIOD
           START GL-BALANCE-FILE KEY IS >= GLB-KEY
               INVALID KEY
                   GO TO TOTAL-ONE-GL-ACCOUNT-EXIT
           END-START
           PERFORM UNTIL GL-BALANCE-FILE-STATUS = "10"
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF GLB-ACCOUNT NOT = WS-AX-ACCOUNT(WS-AX-IDX)
                  OR GLB-PERIOD > WS-CURRENT-PERIOD
                   EXIT PERFORM
               END-IF
               COMPUTE WS-AX-GL-NET(WS-AX-IDX) =
                   WS-AX-GL-NET(WS-AX-IDX) + GLB-DEBITS - GLB-CREDITS
           END-PERFORM.
       TOTAL-ONE-GL-ACCOUNT-EXIT.
           EXIT.

      *> An account out by more than the tolerance is a break: the
      *> open break row for it is carried forward, or a new one is
      *> raised. An account back in agreement clears its open break.
       PROVE-ONE-ACCOUNT.
           IF WS-AX-SIGN(WS-AX-IDX) = "C"
               COMPUTE WS-GL-BALANCE = 0 - WS-AX-GL-NET(WS-AX-IDX)
           ELSE
               MOVE WS-AX-GL-NET(WS-AX-IDX) TO WS-GL-BALANCE
           END-IF
           COMPUTE WS-DIFFERENCE =
               WS-AX-SUB-TOTAL(WS-AX-IDX) - WS-GL-BALANCE
           IF WS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           PERFORM FIND-OPEN-BREAK THRU FIND-OPEN-BREAK-EXIT
           IF WS-ABS-DIFFERENCE NOT > WS-TOLERANCE
               IF WS-OPEN-FOUND = 1
                   MOVE "C" TO GRB-STATUS
                   MOVE WS-BUSINESS-DATE TO GRB-CLEARED-DATE
                   MOVE WS-BUSINESS-DATE TO GRB-LAST-SEEN-DATE
                   MOVE WS-GL-BALANCE TO GRB-GL-BALANCE
                   MOVE WS-AX-SUB-TOTAL(WS-AX-IDX)
                       TO GRB-SUBLEDGER-TOTAL
                   MOVE WS-DIFFERENCE TO GRB-DIFFERENCE
                   REWRITE GL-RECON-BREAK-RECORD
                   MOVE SPACES TO WS-BREAK-STATUS
                   STRING "CLEARED (" GRB-RAISED-DATE ")"
                       DELIMITED BY SIZE INTO WS-BREAK-STATUS
                   ADD 1 TO WS-CLEARED-COUNT
               ELSE
                   MOVE "AGREES" TO WS-BREAK-STATUS
                   ADD 1 TO WS-AGREED-COUNT
               END-IF
               GO TO PROVE-ONE-ACCOUNT-REPORT
           END-IF
           IF WS-OPEN-FOUND = 1
               MOVE WS-BUSINESS-DATE TO GRB-LAST-SEEN-DATE
               MOVE WS-GL-BALANCE TO GRB-GL-BALANCE
               MOVE WS-AX-SUB-TOTAL(WS-AX-IDX) TO GRB-SUBLEDGER-TOTAL
               MOVE WS-DIFFERENCE TO GRB-DIFFERENCE
               REWRITE GL-RECON-BREAK-RECORD
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(GRB-RAISED-DATE)
               MOVE SPACES TO WS-BREAK-STATUS
               STRING "BREAK " WS-AGE-DAYS " DAYS"
                   DELIMITED BY SIZE INTO WS-BREAK-STATUS
               ADD 1 TO WS-CARRIED-COUNT
               GO TO PROVE-ONE-ACCOUNT-REPORT
           END-IF
           MOVE WS-AX-ACCOUNT(WS-AX-IDX) TO GRB-GL-ACCOUNT
           MOVE WS-BUSINESS-DATE TO GRB-RAISED-DATE
           MOVE "O" TO GRB-STATUS
           MOVE WS-DIFFERENCE TO GRB-FIRST-DIFFERENCE
           MOVE WS-BUSINESS-DATE TO GRB-LAST-SEEN-DATE
           MOVE WS-GL-BALANCE TO GRB-GL-BALANCE
           MOVE WS-AX-SUB-TOTAL(WS-AX-IDX) TO GRB-SUBLEDGER-TOTAL
           MOVE WS-DIFFERENCE TO GRB-DIFFERENCE
           MOVE 0 TO GRB-CLEARED-DATE
           WRITE GL-RECON-BREAK-RECORD
               INVALID KEY
                   REWRITE GL-RECON-BREAK-RECORD
           END-WRITE
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING "GL " WS-AX-ACCOUNT(WS-AX-IDX) " BREAK "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           MOVE WS-DIFFERENCE TO WS-EXC-AMOUNT
           CALL "LOG_EXCEPTION" USING WS-EXC-SOURCE WS-EXC-REFERENCE
               WS-EXC-AMOUNT WS-EXC-REASON
           MOVE "NEW BREAK" TO WS-BREAK-STATUS
           ADD 1 TO WS-NEW-COUNT.
       PROVE-ONE-ACCOUNT-REPORT.
           MOVE WS-AX-SUB-TOTAL(WS-AX-IDX) TO WS-DISP-SUB
           MOVE WS-GL-BALANCE TO WS-DISP-GL
           MOVE WS-DIFFERENCE TO WS-DISP-DIFF
           MOVE SPACES TO RECON-REPORT-LINE
           STRING WS-AX-ACCOUNT(WS-AX-IDX) "   " WS-DISP-SUB " "
               WS-DISP-GL " " WS-DISP-DIFF "  " WS-BREAK-STATUS
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           DISPLAY RECON-REPORT-LINE
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               IF WS-CX-ACCOUNT(WS-CX-IDX) = WS-AX-ACCOUNT(WS-AX-IDX)
                   PERFORM WRITE-CONTROL-LINE
               END-IF
           END-PERFORM.
       PROVE-ONE-ACCOUNT-EXIT.
           EXIT.

      *> At most one break per account is open; it is the one the
      *> next days carry forward.
       FIND-OPEN-BREAK.
           MOVE 0 TO WS-OPEN-FOUND
           MOVE WS-AX-ACCOUNT(WS-AX-IDX) TO GRB-GL-ACCOUNT
           MOVE 0 TO GRB-RAISED-DATE
           START GL-RECON-BREAK-FILE KEY IS >= GRB-KEY
               INVALID KEY
                   GO TO FIND-OPEN-BREAK-EXIT
           END-START
           PERFORM UNTIL GL-RECON-BREAK-FILE-STATUS = "10"
               READ GL-RECON-BREAK-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF GRB-GL-ACCOUNT NOT = WS-AX-ACCOUNT(WS-AX-IDX)
                   EXIT PERFORM
               END-IF
               IF GRB-IS-OPEN
                   MOVE 1 TO WS-OPEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       FIND-OPEN-BREAK-EXIT.
           EXIT.

       WRITE-CONTROL-LINE.
           MOVE WS-CX-TOTAL(WS-CX-IDX) TO WS-DISP-SUB
           MOVE WS-CX-ITEMS(WS-CX-IDX) TO WS-DISP-ITEMS
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "      " WS-DISP-SUB "   " WS-CX-SOURCE(WS-CX-IDX)
               " " WS-CX-CODE(WS-CX-IDX) " " WS-CX-DESC(WS-CX-IDX)
               " " WS-DISP-ITEMS
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "SUBLEDGER TO GL RECONCILIATION - "
               WS-BUSINESS-DATE "  GL PERIODS " WS-BS-START
               " TO " WS-CURRENT-PERIOD
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           DISPLAY RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "GL ACCT         SUBLEDGER        GL BALANCE"
               "        DIFFERENCE  STATUS"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           DISPLAY RECON-REPORT-LINE.

      *> Figures no control claims, and controls kept off the
      *> reconciliation, so nothing in the subledgers goes unseen.
       WRITE-UNCONTROLLED.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE "NOT RECONCILED TO THE GL:" TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               IF WS-CX-ACCOUNT(WS-CX-IDX) = 0
                   PERFORM WRITE-CONTROL-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-UX-IDX FROM 1 BY 1
                   UNTIL WS-UX-IDX > WS-UX-COUNT
               MOVE WS-UX-TOTAL(WS-UX-IDX) TO WS-DISP-SUB
               MOVE WS-UX-ITEMS(WS-UX-IDX) TO WS-DISP-ITEMS
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "      " WS-DISP-SUB "   "
                   WS-UX-SOURCE(WS-UX-IDX) " " WS-UX-CODE(WS-UX-IDX)
                   " NO CONTROL ON FILE            " WS-DISP-ITEMS
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               DISPLAY RECON-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-FOOTING.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "ACCOUNTS AGREED " WS-AGREED-COUNT
               "  NEW BREAKS " WS-NEW-COUNT
               "  CARRIED " WS-CARRIED-COUNT
               "  CLEARED " WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
