       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT_SUMMARY.

      *> Monthly complaint summary for management: for one calendar
      *> month (last month by default) every branch and category
      *> combination shows complaints received, complaints resolved,
      *> how many of those were resolved after their response
      *> deadline and the average days taken, plus what is still
      *> open and already past deadline today. Branch subtotals and
      *> a bank-wide total by category follow, to
      *> complaint_summary.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaints.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               ALTERNATE RECORD KEY IS CMP-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS COMPLAINT-FILE-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "complaint_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       COPY "complaint_record.cpy".

       FD SUMMARY-REPORT-FILE.
       01 SUMMARY-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 COMPLAINT-FILE-STATUS      PIC XX.
       01 SUMMARY-REPORT-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-TODAY-INT     PIC 9(9).
       01 WS-MONTH         PIC 9(6) VALUE 0.
       01 WS-MONTH-YEAR    PIC 9(4).
       01 WS-MONTH-MM      PIC 9(2).
       01 WS-MONTH-START   PIC 9(8).
       01 WS-MONTH-END     PIC 9(8).
       01 WS-DAYS-TAKEN    PIC 9(5).
       01 WS-RECEIVED-IN   PIC 9 VALUE 0.
       01 WS-RESOLVED-IN   PIC 9 VALUE 0.
       01 WS-PAST-DUE-NOW  PIC 9 VALUE 0.
      *> One row per branch and category seen, kept in branch then
      *> category order as rows are added so the report needs no
      *> sort.
       01 WS-MAX-ROWS      PIC 9(3) VALUE 200.
       01 WS-ROW-COUNT     PIC 9(3) VALUE 0.
       01 WS-ROW-IDX       PIC 9(3).
       01 WS-MOVE-IDX      PIC 9(3).
       01 WS-ROW-FOUND     PIC 9 VALUE 0.
       01 WS-OVERFLOW      PIC 9(6) VALUE 0.
       01 WS-SUMMARY-TABLE.
           05 WS-SUM-ROW OCCURS 200 TIMES.
               10 WS-SR-BRANCH    PIC X(04).
               10 WS-SR-CATEGORY  PIC X(10).
               10 WS-SR-RECEIVED  PIC 9(6).
               10 WS-SR-RESOLVED  PIC 9(6).
               10 WS-SR-LATE      PIC 9(6).
               10 WS-SR-DAYS      PIC 9(9).
               10 WS-SR-OPEN      PIC 9(6).
               10 WS-SR-PAST-DUE  PIC 9(6).
       01 WS-CATEGORY-TOTALS.
           05 WS-CAT-ROW OCCURS 7 TIMES.
               10 WS-CT-CATEGORY  PIC X(10).
               10 WS-CT-RECEIVED  PIC 9(6).
               10 WS-CT-RESOLVED  PIC 9(6).
               10 WS-CT-LATE      PIC 9(6).
               10 WS-CT-DAYS      PIC 9(9).
               10 WS-CT-OPEN      PIC 9(6).
               10 WS-CT-PAST-DUE  PIC 9(6).
       01 WS-CAT-IDX       PIC 9.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(10) VALUE "FEES".
           05 FILLER PIC X(10) VALUE "SERVICE".
           05 FILLER PIC X(10) VALUE "ERROR".
           05 FILLER PIC X(10) VALUE "FRAUD".
           05 FILLER PIC X(10) VALUE "LENDING".
           05 FILLER PIC X(10) VALUE "PRIVACY".
           05 FILLER PIC X(10) VALUE "OTHER".
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME OCCURS 7 TIMES PIC X(10).
       01 WS-BRANCH-TOTAL.
           05 WS-BT-RECEIVED   PIC 9(6).
           05 WS-BT-RESOLVED   PIC 9(6).
           05 WS-BT-LATE       PIC 9(6).
           05 WS-BT-DAYS       PIC 9(9).
           05 WS-BT-OPEN       PIC 9(6).
           05 WS-BT-PAST-DUE   PIC 9(6).
       01 WS-PREV-BRANCH   PIC X(04).
       01 WS-LINE-LABEL    PIC X(16).
       01 WS-LINE-COUNTS.
           05 WS-LC-RECEIVED   PIC 9(6).
           05 WS-LC-RESOLVED   PIC 9(6).
           05 WS-LC-LATE       PIC 9(6).
           05 WS-LC-DAYS       PIC 9(9).
           05 WS-LC-OPEN       PIC 9(6).
           05 WS-LC-PAST-DUE   PIC 9(6).
       01 WS-AVG-DAYS      PIC ZZZ9.9.
       01 WS-AVG-WORK      PIC 9(5)V9.
       01 WS-DISP-RECEIVED PIC ZZZZZ9.
       01 WS-DISP-RESOLVED PIC ZZZZZ9.
       01 WS-DISP-LATE     PIC ZZZZZ9.
       01 WS-DISP-OPEN     PIC ZZZZZ9.
       01 WS-DISP-PAST-DUE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Monthly complaint summary."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           DISPLAY "Month YYYYMM (0 for last month): "
           ACCEPT WS-MONTH
           PERFORM SET-MONTH-RANGE THRU SET-MONTH-RANGE-EXIT
           IF WS-MONTH-START = 0
               DISPLAY "Month must be YYYYMM."
               GOBACK
           END-IF
           OPEN INPUT COMPLAINT-FILE
           IF COMPLAINT-FILE-STATUS NOT = "00"
               DISPLAY "No complaints on file."
               GOBACK
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 7
               MOVE WS-CATEGORY-NAME(WS-CAT-IDX)
                   TO WS-CT-CATEGORY(WS-CAT-IDX)
               MOVE 0 TO WS-CT-RECEIVED(WS-CAT-IDX)
                         WS-CT-RESOLVED(WS-CAT-IDX)
                         WS-CT-LATE(WS-CAT-IDX)
                         WS-CT-DAYS(WS-CAT-IDX)
                         WS-CT-OPEN(WS-CAT-IDX)
                         WS-CT-PAST-DUE(WS-CAT-IDX)
           END-PERFORM
           MOVE 0 TO CMP-ID
           START COMPLAINT-FILE KEY IS >= CMP-ID
               INVALID KEY
                   MOVE "10" TO COMPLAINT-FILE-STATUS
           END-START
           PERFORM UNTIL COMPLAINT-FILE-STATUS = "10"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TALLY-ONE-COMPLAINT
                           THRU TALLY-ONE-COMPLAINT-EXIT
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE
           PERFORM WRITE-SUMMARY
           DISPLAY "Branch/category rows: " WS-ROW-COUNT
           IF WS-OVERFLOW > 0
               DISPLAY "WARNING: " WS-OVERFLOW " complaint(s) fell "
                   "outside the " WS-MAX-ROWS "-row table and are "
                   "in the category totals only."
           END-IF
           DISPLAY "Report written to complaint_summary.txt"
           GOBACK.

       SET-MONTH-RANGE.
           MOVE 0 TO WS-MONTH-START
           IF WS-MONTH = 0
               MOVE WS-BUSINESS-DATE(1:4) TO WS-MONTH-YEAR
               MOVE WS-BUSINESS-DATE(5:2) TO WS-MONTH-MM
               IF WS-MONTH-MM = 1
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           ELSE
               MOVE WS-MONTH(1:4) TO WS-MONTH-YEAR
               MOVE WS-MONTH(5:2) TO WS-MONTH-MM
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   GO TO SET-MONTH-RANGE-EXIT
               END-IF
           END-IF
           COMPUTE WS-MONTH-START =
               WS-MONTH-YEAR * 10000 + WS-MONTH-MM * 100 + 1
           IF WS-MONTH-MM = 12
               COMPUTE WS-MONTH-END = (WS-MONTH-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-MONTH-END = WS-MONTH-YEAR * 10000
                   + (WS-MONTH-MM + 1) * 100 + 1
           END-IF
      *>   Last day of the month is the day before the next one's
      *>   first.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1).
       SET-MONTH-RANGE-EXIT.
           EXIT.

       TALLY-ONE-COMPLAINT.
           MOVE 0 TO WS-RECEIVED-IN
           MOVE 0 TO WS-RESOLVED-IN
           MOVE 0 TO WS-PAST-DUE-NOW
           IF CMP-RECEIVED-DATE >= WS-MONTH-START
              AND CMP-RECEIVED-DATE <= WS-MONTH-END
               MOVE 1 TO WS-RECEIVED-IN
           END-IF
           IF CMP-RESOLVED-DATE >= WS-MONTH-START
              AND CMP-RESOLVED-DATE <= WS-MONTH-END
               MOVE 1 TO WS-RESOLVED-IN
               COMPUTE WS-DAYS-TAKEN =
                   FUNCTION INTEGER-OF-DATE(CMP-RESOLVED-DATE)
                   - FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE)
           END-IF
           IF CMP-IS-OPEN AND CMP-DUE-DATE < WS-BUSINESS-DATE
               MOVE 1 TO WS-PAST-DUE-NOW
           END-IF
           IF WS-RECEIVED-IN = 0 AND WS-RESOLVED-IN = 0
              AND WS-PAST-DUE-NOW = 0
               GO TO TALLY-ONE-COMPLAINT-EXIT
           END-IF
           PERFORM FIND-CATEGORY-ROW
           PERFORM FIND-SUMMARY-ROW THRU FIND-SUMMARY-ROW-EXIT
           IF WS-RECEIVED-IN = 1
               ADD 1 TO WS-CT-RECEIVED(WS-CAT-IDX)
               IF CMP-IS-OPEN
                   ADD 1 TO WS-CT-OPEN(WS-CAT-IDX)
               END-IF
           END-IF
           IF WS-RESOLVED-IN = 1
               ADD 1 TO WS-CT-RESOLVED(WS-CAT-IDX)
               ADD WS-DAYS-TAKEN TO WS-CT-DAYS(WS-CAT-IDX)
               IF CMP-RESOLVED-DATE > CMP-DUE-DATE
                   ADD 1 TO WS-CT-LATE(WS-CAT-IDX)
               END-IF
           END-IF
           IF WS-PAST-DUE-NOW = 1
               ADD 1 TO WS-CT-PAST-DUE(WS-CAT-IDX)
           END-IF
           IF WS-ROW-FOUND = 0
               ADD 1 TO WS-OVERFLOW
               GO TO TALLY-ONE-COMPLAINT-EXIT
           END-IF
           IF WS-RECEIVED-IN = 1
               ADD 1 TO WS-SR-RECEIVED(WS-ROW-IDX)
               IF CMP-IS-OPEN
                   ADD 1 TO WS-SR-OPEN(WS-ROW-IDX)
               END-IF
           END-IF
           IF WS-RESOLVED-IN = 1
               ADD 1 TO WS-SR-RESOLVED(WS-ROW-IDX)
               ADD WS-DAYS-TAKEN TO WS-SR-DAYS(WS-ROW-IDX)
               IF CMP-RESOLVED-DATE > CMP-DUE-DATE
                   ADD 1 TO WS-SR-LATE(WS-ROW-IDX)
               END-IF
           END-IF
           IF WS-PAST-DUE-NOW = 1
               ADD 1 TO WS-SR-PAST-DUE(WS-ROW-IDX)
           END-IF.
       TALLY-ONE-COMPLAINT-EXIT.
           EXIT.

      *> Anything outside the fixed list counts under OTHER.
       FIND-CATEGORY-ROW.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 6
                   OR WS-CT-CATEGORY(WS-CAT-IDX) = CMP-CATEGORY
               CONTINUE
           END-PERFORM
           IF WS-CAT-IDX > 6
               MOVE 7 TO WS-CAT-IDX
           END-IF.

      *> Finds the branch/category row, inserting a new one in its
      *> sorted place when the combination is first seen.
       FIND-SUMMARY-ROW.
           MOVE 0 TO WS-ROW-FOUND
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-SR-BRANCH(WS-ROW-IDX) = CMP-BRANCH-CODE
                  AND WS-SR-CATEGORY(WS-ROW-IDX) =
                      WS-CT-CATEGORY(WS-CAT-IDX)
                   MOVE 1 TO WS-ROW-FOUND
                   GO TO FIND-SUMMARY-ROW-EXIT
               END-IF
               IF WS-SR-BRANCH(WS-ROW-IDX) > CMP-BRANCH-CODE
                  OR (WS-SR-BRANCH(WS-ROW-IDX) = CMP-BRANCH-CODE
                      AND WS-SR-CATEGORY(WS-ROW-IDX) >
                          WS-CT-CATEGORY(WS-CAT-IDX))
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ROW-COUNT >= WS-MAX-ROWS
               GO TO FIND-SUMMARY-ROW-EXIT
           END-IF
           PERFORM VARYING WS-MOVE-IDX FROM WS-ROW-COUNT BY -1
                   UNTIL WS-MOVE-IDX < WS-ROW-IDX
               MOVE WS-SUM-ROW(WS-MOVE-IDX)
                   TO WS-SUM-ROW(WS-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-ROW-COUNT
           MOVE CMP-BRANCH-CODE TO WS-SR-BRANCH(WS-ROW-IDX)
           MOVE WS-CT-CATEGORY(WS-CAT-IDX)
               TO WS-SR-CATEGORY(WS-ROW-IDX)
           MOVE 0 TO WS-SR-RECEIVED(WS-ROW-IDX)
                     WS-SR-RESOLVED(WS-ROW-IDX)
                     WS-SR-LATE(WS-ROW-IDX)
                     WS-SR-DAYS(WS-ROW-IDX)
                     WS-SR-OPEN(WS-ROW-IDX)
                     WS-SR-PAST-DUE(WS-ROW-IDX)
           MOVE 1 TO WS-ROW-FOUND.
       FIND-SUMMARY-ROW-EXIT.
           EXIT.

       WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "COMPLAINT SUMMARY " WS-MONTH-START " - "
               WS-MONTH-END "  run " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE "BRANCH CATEGORY   RECEIVED RESOLVED     LATE  AVG "
               & "DAYS OPEN-FROM-MTH PAST-DEADLINE-NOW"
               TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO WS-PREV-BRANCH
           INITIALIZE WS-BRANCH-TOTAL
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-SR-BRANCH(WS-ROW-IDX) NOT = WS-PREV-BRANCH
                  AND WS-ROW-IDX > 1
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE WS-SR-BRANCH(WS-ROW-IDX) TO WS-PREV-BRANCH
               MOVE SPACES TO WS-LINE-LABEL
               STRING WS-SR-BRANCH(WS-ROW-IDX) "   "
                   WS-SR-CATEGORY(WS-ROW-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               MOVE WS-SR-RECEIVED(WS-ROW-IDX) TO WS-LC-RECEIVED
               MOVE WS-SR-RESOLVED(WS-ROW-IDX) TO WS-LC-RESOLVED
               MOVE WS-SR-LATE(WS-ROW-IDX)     TO WS-LC-LATE
               MOVE WS-SR-DAYS(WS-ROW-IDX)     TO WS-LC-DAYS
               MOVE WS-SR-OPEN(WS-ROW-IDX)     TO WS-LC-OPEN
               MOVE WS-SR-PAST-DUE(WS-ROW-IDX) TO WS-LC-PAST-DUE
               PERFORM WRITE-COUNT-LINE
               ADD WS-SR-RECEIVED(WS-ROW-IDX) TO WS-BT-RECEIVED
               ADD WS-SR-RESOLVED(WS-ROW-IDX) TO WS-BT-RESOLVED
               ADD WS-SR-LATE(WS-ROW-IDX)     TO WS-BT-LATE
               ADD WS-SR-DAYS(WS-ROW-IDX)     TO WS-BT-DAYS
               ADD WS-SR-OPEN(WS-ROW-IDX)     TO WS-BT-OPEN
               ADD WS-SR-PAST-DUE(WS-ROW-IDX) TO WS-BT-PAST-DUE
           END-PERFORM
           IF WS-ROW-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           MOVE "BANK TOTAL BY CATEGORY" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 7
               MOVE SPACES TO WS-LINE-LABEL
               STRING "ALL    " WS-CT-CATEGORY(WS-CAT-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               MOVE WS-CT-RECEIVED(WS-CAT-IDX) TO WS-LC-RECEIVED
               MOVE WS-CT-RESOLVED(WS-CAT-IDX) TO WS-LC-RESOLVED
               MOVE WS-CT-LATE(WS-CAT-IDX)     TO WS-LC-LATE
               MOVE WS-CT-DAYS(WS-CAT-IDX)     TO WS-LC-DAYS
               MOVE WS-CT-OPEN(WS-CAT-IDX)     TO WS-LC-OPEN
               MOVE WS-CT-PAST-DUE(WS-CAT-IDX) TO WS-LC-PAST-DUE
               PERFORM WRITE-COUNT-LINE
           END-PERFORM
           CLOSE SUMMARY-REPORT-FILE.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-LINE-LABEL
           STRING WS-PREV-BRANCH "   TOTAL"
               DELIMITED BY SIZE INTO WS-LINE-LABEL
           MOVE WS-BT-RECEIVED TO WS-LC-RECEIVED
           MOVE WS-BT-RESOLVED TO WS-LC-RESOLVED
           MOVE WS-BT-LATE     TO WS-LC-LATE
           MOVE WS-BT-DAYS     TO WS-LC-DAYS
           MOVE WS-BT-OPEN     TO WS-LC-OPEN
           MOVE WS-BT-PAST-DUE TO WS-LC-PAST-DUE
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           INITIALIZE WS-BRANCH-TOTAL.

       WRITE-COUNT-LINE.
           MOVE 0 TO WS-AVG-WORK
           IF WS-LC-RESOLVED > 0
               COMPUTE WS-AVG-WORK ROUNDED =
                   WS-LC-DAYS / WS-LC-RESOLVED
           END-IF
           MOVE WS-AVG-WORK    TO WS-AVG-DAYS
           MOVE WS-LC-RECEIVED TO WS-DISP-RECEIVED
           MOVE WS-LC-RESOLVED TO WS-DISP-RESOLVED
           MOVE WS-LC-LATE     TO WS-DISP-LATE
           MOVE WS-LC-OPEN     TO WS-DISP-OPEN
           MOVE WS-LC-PAST-DUE TO WS-DISP-PAST-DUE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING WS-LINE-LABEL "   " WS-DISP-RECEIVED "   "
               WS-DISP-RESOLVED "   " WS-DISP-LATE "    "
               WS-AVG-DAYS "        " WS-DISP-OPEN
               "            " WS-DISP-PAST-DUE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE.
