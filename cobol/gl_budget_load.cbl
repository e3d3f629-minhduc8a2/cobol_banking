       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_BUDGET_LOAD.

      *> Loads finance's budget into GL-BUDGET-FILE from
      *> gl_budget.csv - an HDR line, one DTL line per budget cell
      *> ("DTL,account,YYYYMM,branch,amount", amount signed debits
      *> less credits) and a TRL line carrying the line count and
      *> the control total of the amounts. The file is proved
      *> against its trailer and every line validated - account,
      *> period, a branch on the branch master - BEFORE anything is
      *> written; one bad line or a control mismatch rejects the
      *> whole file, so the budget is never half-loaded. A cell
      *> already on file is replaced by the loaded figure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-IN-FILE ASSIGN TO "gl_budget.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-IN-FILE-STATUS.
           SELECT GL-BUDGET-FILE ASSIGN TO "gl_budget.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GBU-KEY
               FILE STATUS IS GL-BUDGET-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branch.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-IN-FILE.
       01 BUDGET-IN-RECORD PIC X(120).

       FD GL-BUDGET-FILE.
       COPY "gl_budget_record.cpy".

       FD BRANCH-FILE.
       COPY "branch_record.cpy".

       WORKING-STORAGE SECTION.
       01 BUDGET-IN-FILE-STATUS PIC XX.
       01 GL-BUDGET-FILE-STATUS PIC XX.
       01 BRANCH-FILE-STATUS    PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-CSV-LINE      PIC X(120).
       01 WS-REC-TYPE      PIC X(3).
       01 WS-FLD-1         PIC X(20).
       01 WS-FLD-2         PIC X(20).
       01 WS-FLD-3         PIC X(20).
       01 WS-FLD-4         PIC X(20).
       01 WS-LINE-NO       PIC 9(6) VALUE 0.
       01 WS-ACCOUNT       PIC 9(6).
       01 WS-PERIOD        PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-BRANCH        PIC X(04).
       01 WS-AMOUNT        PIC S9(14)V99.
       01 WS-LINE-OK       PIC 9 VALUE 0.
       01 WS-BRANCHES-OPEN PIC 9 VALUE 0.
       01 WS-BATCH-OK      PIC 9 VALUE 0.
       01 WS-TRL-SEEN      PIC 9 VALUE 0.
       01 WS-DETAIL-COUNT  PIC 9(6) VALUE 0.
       01 WS-DETAIL-TOTAL  PIC S9(14)V99 VALUE 0.
       01 WS-TRL-COUNT     PIC 9(6) VALUE 0.
       01 WS-TRL-TOTAL     PIC S9(14)V99 VALUE 0.
       01 WS-BAD-COUNT     PIC 9(6) VALUE 0.
       01 WS-ADDED-COUNT   PIC 9(6) VALUE 0.
       01 WS-REPLACED-COUNT PIC 9(6) VALUE 0.
       01 WS-DISP-TOTAL    PIC -(13)9.99.
       01 WS-RC-PROGRAM    PIC X(20) VALUE "GL_BUDGET_LOAD".
       01 WS-RC-KEY        PIC X(30) VALUE "gl_budget.csv".
       01 WS-RC-FIELD      PIC X(20) VALUE "BUDGET LOAD".
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "GL budget load."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = "00"
               MOVE 1 TO WS-BRANCHES-OPEN
           END-IF
           PERFORM PROVE-BUDGET-FILE THRU PROVE-BUDGET-FILE-EXIT
           IF WS-BATCH-OK = 0
               DISPLAY "Budget file rejected - nothing loaded."
               IF WS-BRANCHES-OPEN = 1
                   CLOSE BRANCH-FILE
               END-IF
               GOBACK
           END-IF
           PERFORM LOAD-BUDGET-FILE
           IF WS-BRANCHES-OPEN = 1
               CLOSE BRANCH-FILE
           END-IF
           MOVE SPACES TO WS-RC-OLD
           MOVE WS-DETAIL-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO WS-RC-NEW
           STRING WS-DETAIL-COUNT " CELLS " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           DISPLAY "Budget cells added:    " WS-ADDED-COUNT
           DISPLAY "Budget cells replaced: " WS-REPLACED-COUNT
           GOBACK.

      *> Pass 1: every DTL line must be well formed and the counts
      *> and total must agree with the trailer.
       PROVE-BUDGET-FILE.
           MOVE 0 TO WS-BATCH-OK
           OPEN INPUT BUDGET-IN-FILE
           IF BUDGET-IN-FILE-STATUS NOT = "00"
               DISPLAY "gl_budget.csv not found - nothing to load."
               GO TO PROVE-BUDGET-FILE-EXIT
           END-IF
           PERFORM UNTIL BUDGET-IN-FILE-STATUS = "10"
               READ BUDGET-IN-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-LINE-NO
               PERFORM SPLIT-CSV-LINE
               EVALUATE WS-REC-TYPE
                   WHEN "DTL"
                       PERFORM CHECK-DETAIL-LINE
                           THRU CHECK-DETAIL-LINE-EXIT
                       IF WS-LINE-OK = 1
                           ADD 1 TO WS-DETAIL-COUNT
                           ADD WS-AMOUNT TO WS-DETAIL-TOTAL
                       ELSE
                           ADD 1 TO WS-BAD-COUNT
                       END-IF
                   WHEN "TRL"
                       MOVE 1 TO WS-TRL-SEEN
                       MOVE FUNCTION NUMVAL(WS-FLD-1) TO WS-TRL-COUNT
                       MOVE FUNCTION NUMVAL(WS-FLD-2) TO WS-TRL-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE BUDGET-IN-FILE
           IF WS-BAD-COUNT > 0
               DISPLAY WS-BAD-COUNT " budget line(s) failed "
                   "validation."
               GO TO PROVE-BUDGET-FILE-EXIT
           END-IF
           IF WS-TRL-SEEN = 0
               DISPLAY "No trailer record - file cannot be proved."
               GO TO PROVE-BUDGET-FILE-EXIT
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT
               DISPLAY "Line count " WS-DETAIL-COUNT
                   " does not match trailer count " WS-TRL-COUNT "."
               GO TO PROVE-BUDGET-FILE-EXIT
           END-IF
           IF WS-DETAIL-TOTAL NOT = WS-TRL-TOTAL
               MOVE WS-DETAIL-TOTAL TO WS-DISP-TOTAL
               DISPLAY "Budget total " WS-DISP-TOTAL
                   " does not match the trailer control total."
               GO TO PROVE-BUDGET-FILE-EXIT
           END-IF
           MOVE WS-DETAIL-TOTAL TO WS-DISP-TOTAL
           DISPLAY "Budget file proved: " WS-DETAIL-COUNT
               " lines, total " WS-DISP-TOTAL "."
           MOVE 1 TO WS-BATCH-OK.
       PROVE-BUDGET-FILE-EXIT.
           EXIT.

       SPLIT-CSV-LINE.
           MOVE SPACES TO WS-REC-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
               WS-FLD-4
           UNSTRING WS-CSV-LINE
               DELIMITED BY ","
               INTO WS-REC-TYPE
                    WS-FLD-1
                    WS-FLD-2
                    WS-FLD-3
                    WS-FLD-4.

       CHECK-DETAIL-LINE.
           MOVE 0 TO WS-LINE-OK
           IF FUNCTION TEST-NUMVAL(WS-FLD-1) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-FLD-2) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-FLD-4) NOT = 0
               DISPLAY "Line " WS-LINE-NO ": account, period or "
                   "amount is not a number."
               GO TO CHECK-DETAIL-LINE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-FLD-1) TO WS-ACCOUNT
           MOVE FUNCTION NUMVAL(WS-FLD-2) TO WS-PERIOD
           MOVE FUNCTION NUMVAL(WS-FLD-4) TO WS-AMOUNT
           MOVE FUNCTION UPPER-CASE(WS-FLD-3) TO WS-BRANCH
           IF WS-ACCOUNT = 0
               DISPLAY "Line " WS-LINE-NO ": GL account is zero."
               GO TO CHECK-DETAIL-LINE-EXIT
           END-IF
           IF WS-PERIOD-YEAR < 1900
              OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "Line " WS-LINE-NO ": period " WS-PERIOD
                   " is not a valid YYYYMM."
               GO TO CHECK-DETAIL-LINE-EXIT
           END-IF
           IF WS-BRANCH = SPACES
               DISPLAY "Line " WS-LINE-NO ": branch is missing."
               GO TO CHECK-DETAIL-LINE-EXIT
           END-IF
           IF WS-BRANCHES-OPEN = 1
               MOVE WS-BRANCH TO BR-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       DISPLAY "Line " WS-LINE-NO ": branch "
                           WS-BRANCH " is not on the branch master."
                       GO TO CHECK-DETAIL-LINE-EXIT
               END-READ
           END-IF
           MOVE 1 TO WS-LINE-OK.
       CHECK-DETAIL-LINE-EXIT.
           EXIT.

      *> Pass 2: the file is proved - write every cell.
       LOAD-BUDGET-FILE.
           OPEN I-O GL-BUDGET-FILE
           IF GL-BUDGET-FILE-STATUS = "35"
               OPEN OUTPUT GL-BUDGET-FILE
               CLOSE GL-BUDGET-FILE
               OPEN I-O GL-BUDGET-FILE
           END-IF
           OPEN INPUT BUDGET-IN-FILE
           PERFORM UNTIL BUDGET-IN-FILE-STATUS = "10"
               READ BUDGET-IN-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM SPLIT-CSV-LINE
               IF WS-REC-TYPE = "DTL"
                   PERFORM CHECK-DETAIL-LINE THRU CHECK-DETAIL-LINE-EXIT
                   PERFORM LOAD-ONE-CELL
               END-IF
           END-PERFORM
           CLOSE BUDGET-IN-FILE
           CLOSE GL-BUDGET-FILE.

       LOAD-ONE-CELL.
           MOVE WS-ACCOUNT TO GBU-ACCOUNT
           MOVE WS-PERIOD TO GBU-PERIOD
           MOVE WS-BRANCH TO GBU-BRANCH-CODE
           READ GL-BUDGET-FILE
               INVALID KEY
                   MOVE WS-AMOUNT        TO GBU-AMOUNT
                   MOVE "L"              TO GBU-SOURCE
                   MOVE WS-BUSINESS-DATE TO GBU-UPDATED-DATE
                   MOVE WS-OPERATOR-ID   TO GBU-UPDATED-BY
                   WRITE GL-BUDGET-RECORD
                   ADD 1 TO WS-ADDED-COUNT
               NOT INVALID KEY
                   MOVE WS-AMOUNT        TO GBU-AMOUNT
                   MOVE "L"              TO GBU-SOURCE
                   MOVE WS-BUSINESS-DATE TO GBU-UPDATED-DATE
                   MOVE WS-OPERATOR-ID   TO GBU-UPDATED-BY
                   REWRITE GL-BUDGET-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
           END-READ.
