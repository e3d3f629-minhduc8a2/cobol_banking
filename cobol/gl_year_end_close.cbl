       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_YEAR_END_CLOSE.

      *> GL year-end close. For a finished year it posts closing
      *> entries to the year's closing period (month 14) that bring
      *> every income and expense account to nil against retained
      *> earnings, then carries each balance sheet account's closing
      *> balance into the next year's opening period (month 00), and
      *> prints the whole closing journal to gl_year_end_journal.txt.
      *> The year is proved first - the carried balances must net to
      *> nil - before anything posts, and earlier years must already
      *> be closed. Months 01-14 of the year are then locked on
      *> GL-PERIOD-FILE. Accounts from GL-PL-FIRST-ACCOUNT up are the
      *> income statement; GL-RETAINED-EARNINGS names the account the
      *> result closes to. A rerun after a supervisor adjustment
      *> posts only what has changed since the last close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "gl_balances.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS GL-BALANCE-FILE-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "gl_periods.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS GL-PERIOD-FILE-STATUS.
           SELECT CLOSE-JOURNAL-FILE ASSIGN TO
               "gl_year_end_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GL-BALANCE-FILE.
       COPY "gl_balance_record.cpy".

       FD GL-PERIOD-FILE.
       COPY "gl_period_record.cpy".

       FD CLOSE-JOURNAL-FILE.
       01 CLOSE-JOURNAL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 GL-BALANCE-FILE-STATUS PIC XX.
       01 GL-PERIOD-FILE-STATUS  PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-BUSINESS-YEAR PIC 9(4).
       01 WS-CLOSE-YEAR    PIC 9(4).
       01 WS-FIRST-PERIOD  PIC 9(6).
       01 WS-CLOSING-PERIOD PIC 9(6).
       01 WS-OPENING-PERIOD PIC 9(6).
       01 WS-MONTH         PIC 9(2).
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-PL-FIRST      PIC 9(6) VALUE 300000.
       01 WS-RE-ACCOUNT    PIC 9(6) VALUE 290100.
       01 WS-RECLOSE       PIC 9 VALUE 0.
       01 WS-ROW-YEAR      PIC 9(4).
       01 WS-LAST-YEAR-CHECKED PIC 9(4) VALUE 0.
       01 WS-UNCLOSED-YEAR PIC 9(4) VALUE 0.
       01 WS-NET           PIC S9(15)V99.
      *> One entry per GL account with activity in the year or
      *> already carried into the next: the year's net (debits less
      *> credits, opening period included), what the next year's
      *> opening period already holds, and the two amounts this run
      *> posts - the closing entry and the carry-forward change.
       01 WS-ACCOUNT-TABLE.
           05 WS-AX-ENTRY OCCURS 500 TIMES.
               10 WS-AX-ACCOUNT   PIC 9(6).
               10 WS-AX-YEAR-NET  PIC S9(15)V99.
               10 WS-AX-CARRIED   PIC S9(15)V99.
               10 WS-AX-CLOSE-AMT PIC S9(15)V99.
               10 WS-AX-CARRY-AMT PIC S9(15)V99.
       01 WS-AX-COUNT      PIC 9(4) VALUE 0.
       01 WS-AX-IDX        PIC 9(4).
       01 WS-AX-SCAN       PIC 9(4).
       01 WS-FIND-ACCOUNT  PIC 9(6).
       01 WS-TABLE-FULL    PIC 9 VALUE 0.
       01 WS-RE-TOTAL      PIC S9(15)V99 VALUE 0.
       01 WS-CARRY-CHECK   PIC S9(15)V99 VALUE 0.
       01 WS-NET-RESULT    PIC S9(15)V99 VALUE 0.
       01 WS-POST-ACCOUNT  PIC 9(6).
       01 WS-POST-PERIOD   PIC 9(6).
       01 WS-POST-SIGNED   PIC S9(15)V99.
       01 WS-POST-SIDE     PIC X(2).
       01 WS-POST-AMOUNT   PIC 9(14)V99.
       01 WS-POST-TEXT     PIC X(32).
       01 WS-NEW-ROW       PIC 9 VALUE 0.
       01 WS-LEGS-POSTED   PIC 9(6) VALUE 0.
       01 WS-JOURNAL-DR    PIC 9(15)V99 VALUE 0.
       01 WS-JOURNAL-CR    PIC 9(15)V99 VALUE 0.
       01 WS-DISP-AMOUNT   PIC Z(13)9.99.
       01 WS-DISP-TOTAL-DR PIC Z(14)9.99.
       01 WS-DISP-TOTAL-CR PIC Z(14)9.99.
       01 WS-DISP-NET      PIC -(14)9.99.
       01 WS-CONFIRM       PIC X.
       01 WS-RC-PROGRAM    PIC X(20) VALUE "GL_YEAR_END_CLOSE".
       01 WS-RC-KEY        PIC X(30).
       01 WS-RC-FIELD      PIC X(20) VALUE "PERIOD STATUS".
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "GL year-end close."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           COMPUTE WS-BUSINESS-YEAR = WS-BUSINESS-DATE / 10000
           DISPLAY "Year to close (YYYY, 0 for last year): "
           ACCEPT WS-CLOSE-YEAR
           IF WS-CLOSE-YEAR = 0
               COMPUTE WS-CLOSE-YEAR = WS-BUSINESS-YEAR - 1
           END-IF
           IF WS-CLOSE-YEAR < 1900
              OR WS-CLOSE-YEAR NOT < WS-BUSINESS-YEAR
               DISPLAY "Year " WS-CLOSE-YEAR " has not ended - the "
                   "business date is " WS-BUSINESS-DATE "."
               GOBACK
           END-IF
           COMPUTE WS-FIRST-PERIOD = WS-CLOSE-YEAR * 100
           COMPUTE WS-CLOSING-PERIOD = WS-CLOSE-YEAR * 100 + 14
           COMPUTE WS-OPENING-PERIOD = (WS-CLOSE-YEAR + 1) * 100
           PERFORM LOAD-PARAMS
           IF WS-RE-ACCOUNT NOT < WS-PL-FIRST
               DISPLAY "Retained earnings account " WS-RE-ACCOUNT
                   " is inside the income statement range - check "
                   "GL-RETAINED-EARNINGS."
               GOBACK
           END-IF
           OPEN I-O GL-PERIOD-FILE
           IF GL-PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT GL-PERIOD-FILE
               CLOSE GL-PERIOD-FILE
               OPEN I-O GL-PERIOD-FILE
           END-IF
           MOVE WS-CLOSING-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
               INVALID KEY
                   MOVE "O" TO GLP-STATUS
           END-READ
           IF GLP-IS-CLOSED
               MOVE 1 TO WS-RECLOSE
           END-IF
           PERFORM LOAD-YEAR-BALANCES THRU LOAD-YEAR-BALANCES-EXIT
           IF WS-UNCLOSED-YEAR > 0
               DISPLAY "Year " WS-UNCLOSED-YEAR " has postings and is "
                   "not closed - close it first."
               PERFORM CLOSE-FILES
               GOBACK
           END-IF
           PERFORM BUILD-CLOSING-ENTRIES
           IF WS-TABLE-FULL = 1
               DISPLAY "More than 500 GL accounts in the year - "
                   "nothing posted."
               PERFORM CLOSE-FILES
               GOBACK
           END-IF
           IF WS-CARRY-CHECK NOT = 0
               MOVE WS-CARRY-CHECK TO WS-DISP-NET
               DISPLAY "*** Year " WS-CLOSE-YEAR " does not balance "
                   "(debits less credits " WS-DISP-NET
                   ") - nothing posted."
               PERFORM CLOSE-FILES
               GOBACK
           END-IF
           IF WS-RECLOSE = 1
               DISPLAY "Year " WS-CLOSE-YEAR " is already closed - "
                   "only changes since that close will post."
           END-IF
           COMPUTE WS-NET-RESULT = 0 - WS-RE-TOTAL
           MOVE WS-NET-RESULT TO WS-DISP-NET
           DISPLAY "Income statement result to close: " WS-DISP-NET
           DISPLAY "Close GL year " WS-CLOSE-YEAR " to retained "
               "earnings " WS-RE-ACCOUNT "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Cancelled."
               PERFORM CLOSE-FILES
               GOBACK
           END-IF
           OPEN OUTPUT CLOSE-JOURNAL-FILE
           PERFORM WRITE-JOURNAL-HEADINGS
           PERFORM POST-CLOSING-ENTRIES
           PERFORM POST-CARRY-FORWARD
           PERFORM WRITE-JOURNAL-TOTALS
           CLOSE CLOSE-JOURNAL-FILE
           PERFORM LOCK-YEAR-PERIODS
           MOVE SPACES TO WS-RC-KEY
           STRING "GL YEAR " WS-CLOSE-YEAR DELIMITED BY SIZE
               INTO WS-RC-KEY
           IF WS-RECLOSE = 1
               MOVE "YEAR CLOSED" TO WS-RC-OLD
               MOVE "YEAR RE-CLOSED" TO WS-RC-NEW
           ELSE
               MOVE "OPEN" TO WS-RC-OLD
               MOVE "YEAR CLOSED" TO WS-RC-NEW
           END-IF
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           PERFORM CLOSE-FILES
           DISPLAY "Closing legs posted: " WS-LEGS-POSTED
           DISPLAY "Periods " WS-CLOSE-YEAR "01-" WS-CLOSE-YEAR
               "14 locked."
           DISPLAY "Closing journal written to "
               "gl_year_end_journal.txt"
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
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-RE-ACCOUNT.

       CLOSE-FILES.
           CLOSE GL-PERIOD-FILE
           IF GL-BALANCE-FILE-STATUS NOT = "35"
               CLOSE GL-BALANCE-FILE
           END-IF.

      *> One pass of the balance file in account order. Rows of the
      *> year (00-14) build the year's net, the next year's opening
      *> row shows what has already been carried, and a row of any
      *> earlier year only matters if that year was never closed.
       LOAD-YEAR-BALANCES.
           MOVE 0 TO WS-AX-COUNT
           MOVE 0 TO WS-TABLE-FULL
           MOVE 0 TO WS-UNCLOSED-YEAR
           MOVE 0 TO WS-LAST-YEAR-CHECKED
           OPEN I-O GL-BALANCE-FILE
           IF GL-BALANCE-FILE-STATUS = "35"
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF
           MOVE LOW-VALUES TO GLB-KEY
           START GL-BALANCE-FILE KEY IS >= GLB-KEY
               INVALID KEY
                   GO TO LOAD-YEAR-BALANCES-EXIT
           END-START
           PERFORM UNTIL GL-BALANCE-FILE-STATUS = "10"
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-BALANCE-ROW
                           THRU NOTE-BALANCE-ROW-EXIT
               END-READ
           END-PERFORM.
       LOAD-YEAR-BALANCES-EXIT.
           EXIT.

       NOTE-BALANCE-ROW.
           IF GLB-PERIOD < WS-FIRST-PERIOD
               PERFORM CHECK-EARLIER-YEAR THRU CHECK-EARLIER-YEAR-EXIT
               GO TO NOTE-BALANCE-ROW-EXIT
           END-IF
           IF GLB-PERIOD > WS-CLOSING-PERIOD
              AND GLB-PERIOD NOT = WS-OPENING-PERIOD
               GO TO NOTE-BALANCE-ROW-EXIT
           END-IF
           MOVE GLB-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT
           IF WS-AX-IDX = 0
               GO TO NOTE-BALANCE-ROW-EXIT
           END-IF
           COMPUTE WS-NET = GLB-DEBITS - GLB-CREDITS
           IF GLB-PERIOD = WS-OPENING-PERIOD
               ADD WS-NET TO WS-AX-CARRIED(WS-AX-IDX)
           ELSE
               ADD WS-NET TO WS-AX-YEAR-NET(WS-AX-IDX)
           END-IF.
       NOTE-BALANCE-ROW-EXIT.
           EXIT.

      *> Years are closed in order: an earlier year with postings
      *> but no closed year-end row would leave its balances out of
      *> this year's carry-forward.
       CHECK-EARLIER-YEAR.
           COMPUTE WS-ROW-YEAR = GLB-PERIOD / 100
           IF WS-ROW-YEAR = WS-LAST-YEAR-CHECKED
               GO TO CHECK-EARLIER-YEAR-EXIT
           END-IF
           MOVE WS-ROW-YEAR TO WS-LAST-YEAR-CHECKED
           COMPUTE GLP-PERIOD = WS-ROW-YEAR * 100 + 14
           READ GL-PERIOD-FILE
               INVALID KEY
                   MOVE "O" TO GLP-STATUS
           END-READ
           IF NOT GLP-IS-CLOSED AND WS-UNCLOSED-YEAR = 0
               MOVE WS-ROW-YEAR TO WS-UNCLOSED-YEAR
           END-IF.
       CHECK-EARLIER-YEAR-EXIT.
           EXIT.

      *> Finds WS-FIND-ACCOUNT in the table, adding it if new;
      *> WS-AX-IDX comes back 0 only when the table is full.
       FIND-ACCOUNT.
           MOVE 0 TO WS-AX-IDX
           PERFORM VARYING WS-AX-SCAN FROM WS-AX-COUNT BY -1
                   UNTIL WS-AX-SCAN < 1 OR WS-AX-IDX > 0
               IF WS-AX-ACCOUNT(WS-AX-SCAN) = WS-FIND-ACCOUNT
                   MOVE WS-AX-SCAN TO WS-AX-IDX
               END-IF
           END-PERFORM
           IF WS-AX-IDX > 0
               GO TO FIND-ACCOUNT-EXIT
           END-IF
           IF WS-AX-COUNT NOT < 500
               MOVE 1 TO WS-TABLE-FULL
               GO TO FIND-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-AX-COUNT
           MOVE WS-AX-COUNT TO WS-AX-IDX
           MOVE WS-FIND-ACCOUNT TO WS-AX-ACCOUNT(WS-AX-IDX)
           MOVE 0 TO WS-AX-YEAR-NET(WS-AX-IDX)
           MOVE 0 TO WS-AX-CARRIED(WS-AX-IDX)
           MOVE 0 TO WS-AX-CLOSE-AMT(WS-AX-IDX)
           MOVE 0 TO WS-AX-CARRY-AMT(WS-AX-IDX).
       FIND-ACCOUNT-EXIT.
           EXIT.

      *> Each income statement account is closed by the reverse of
      *> its year's net, the sum of those nets lands on retained
      *> earnings, and every account then carries its year-end
      *> balance forward less whatever an earlier close carried.
      *> Balanced books carry a nil total.
       BUILD-CLOSING-ENTRIES.
           MOVE 0 TO WS-RE-TOTAL
           MOVE 0 TO WS-CARRY-CHECK
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               IF WS-AX-ACCOUNT(WS-AX-IDX) NOT < WS-PL-FIRST
                   COMPUTE WS-AX-CLOSE-AMT(WS-AX-IDX) =
                       0 - WS-AX-YEAR-NET(WS-AX-IDX)
                   ADD WS-AX-YEAR-NET(WS-AX-IDX) TO WS-RE-TOTAL
                   MOVE 0 TO WS-AX-YEAR-NET(WS-AX-IDX)
               END-IF
           END-PERFORM
           IF WS-RE-TOTAL NOT = 0
               MOVE WS-RE-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT
               IF WS-AX-IDX > 0
                   ADD WS-RE-TOTAL TO WS-AX-YEAR-NET(WS-AX-IDX)
               END-IF
           END-IF
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               COMPUTE WS-AX-CARRY-AMT(WS-AX-IDX) =
                   WS-AX-YEAR-NET(WS-AX-IDX)
                   - WS-AX-CARRIED(WS-AX-IDX)
               ADD WS-AX-YEAR-NET(WS-AX-IDX) TO WS-CARRY-CHECK
           END-PERFORM.

       WRITE-JOURNAL-HEADINGS.
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           STRING "GL YEAR-END CLOSING JOURNAL - YEAR " WS-CLOSE-YEAR
               "   RUN " WS-BUSINESS-DATE " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           STRING "Retained earnings " WS-RE-ACCOUNT
               "   income statement accounts from " WS-PL-FIRST
               DELIMITED BY SIZE INTO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE
           IF WS-RECLOSE = 1
               MOVE "RE-CLOSE - only changes since the previous close"
                   TO CLOSE-JOURNAL-LINE
               WRITE CLOSE-JOURNAL-LINE
           END-IF
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE
           MOVE "PERIOD ACCOUNT SIDE           AMOUNT NARRATIVE"
               TO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE.

       POST-CLOSING-ENTRIES.
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           STRING "CLOSING ENTRIES - PERIOD " WS-CLOSING-PERIOD
               DELIMITED BY SIZE INTO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE
           MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD
           MOVE "Closed to retained earnings" TO WS-POST-TEXT
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               IF WS-AX-CLOSE-AMT(WS-AX-IDX) NOT = 0
                   MOVE WS-AX-ACCOUNT(WS-AX-IDX) TO WS-POST-ACCOUNT
                   MOVE WS-AX-CLOSE-AMT(WS-AX-IDX) TO WS-POST-SIGNED
                   PERFORM POST-ONE-LEG
               END-IF
           END-PERFORM
           IF WS-RE-TOTAL NOT = 0
               MOVE WS-RE-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-RE-TOTAL TO WS-POST-SIGNED
               MOVE "Result to retained earnings" TO WS-POST-TEXT
               PERFORM POST-ONE-LEG
           ELSE
               MOVE "  No income or expense balances to close."
                   TO CLOSE-JOURNAL-LINE
               WRITE CLOSE-JOURNAL-LINE
           END-IF.

       POST-CARRY-FORWARD.
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           STRING "BALANCES BROUGHT FORWARD - PERIOD "
               WS-OPENING-PERIOD
               DELIMITED BY SIZE INTO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE
           MOVE WS-OPENING-PERIOD TO WS-POST-PERIOD
           IF WS-RECLOSE = 1
               MOVE "Brought forward - change" TO WS-POST-TEXT
           ELSE
               MOVE "Balance brought forward" TO WS-POST-TEXT
           END-IF
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               IF WS-AX-CARRY-AMT(WS-AX-IDX) NOT = 0
                   MOVE WS-AX-ACCOUNT(WS-AX-IDX) TO WS-POST-ACCOUNT
                   MOVE WS-AX-CARRY-AMT(WS-AX-IDX) TO WS-POST-SIGNED
                   PERFORM POST-ONE-LEG
               END-IF
           END-PERFORM.

      *> A positive signed amount is a debit. The leg is added to the
      *> account's row for the period exactly as GL_POST would, and
      *> printed on the closing journal.
       POST-ONE-LEG.
           IF WS-POST-SIGNED > 0
               MOVE "DR" TO WS-POST-SIDE
               MOVE WS-POST-SIGNED TO WS-POST-AMOUNT
               ADD WS-POST-AMOUNT TO WS-JOURNAL-DR
           ELSE
               MOVE "CR" TO WS-POST-SIDE
               COMPUTE WS-POST-AMOUNT = 0 - WS-POST-SIGNED
               ADD WS-POST-AMOUNT TO WS-JOURNAL-CR
           END-IF
           MOVE WS-POST-ACCOUNT TO GLB-ACCOUNT
           MOVE WS-POST-PERIOD TO GLB-PERIOD
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE 1 TO WS-NEW-ROW
               NOT INVALID KEY
                   MOVE 0 TO WS-NEW-ROW
           END-READ
           IF WS-NEW-ROW = 1
               MOVE WS-POST-ACCOUNT TO GLB-ACCOUNT
               MOVE WS-POST-PERIOD TO GLB-PERIOD
               MOVE 0 TO GLB-DEBITS
               MOVE 0 TO GLB-CREDITS
           END-IF
           IF WS-POST-SIDE = "DR"
               ADD WS-POST-AMOUNT TO GLB-DEBITS
           ELSE
               ADD WS-POST-AMOUNT TO GLB-CREDITS
           END-IF
           IF WS-NEW-ROW = 1
               WRITE GL-BALANCE-RECORD
           ELSE
               REWRITE GL-BALANCE-RECORD
           END-IF
           ADD 1 TO WS-LEGS-POSTED
           MOVE WS-POST-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           STRING WS-POST-PERIOD " " WS-POST-ACCOUNT "  "
               WS-POST-SIDE " " WS-DISP-AMOUNT " " WS-POST-TEXT
               DELIMITED BY SIZE INTO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE.

       WRITE-JOURNAL-TOTALS.
           MOVE WS-JOURNAL-DR TO WS-DISP-TOTAL-DR
           MOVE WS-JOURNAL-CR TO WS-DISP-TOTAL-CR
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           STRING "TOTALS  DR " WS-DISP-TOTAL-DR
               "  CR " WS-DISP-TOTAL-CR
               DELIMITED BY SIZE INTO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE
           IF WS-JOURNAL-DR = WS-JOURNAL-CR
               MOVE "CLOSING JOURNAL PROVES - DEBITS EQUAL CREDITS"
                   TO CLOSE-JOURNAL-LINE
           ELSE
               MOVE "*** CLOSING JOURNAL OUT OF BALANCE ***"
                   TO CLOSE-JOURNAL-LINE
           END-IF
           WRITE CLOSE-JOURNAL-LINE
           DISPLAY CLOSE-JOURNAL-LINE
           MOVE WS-NET-RESULT TO WS-DISP-NET
           MOVE SPACES TO CLOSE-JOURNAL-LINE
           STRING "NET RESULT CLOSED THIS RUN (income less expense) "
               WS-DISP-NET
               DELIMITED BY SIZE INTO CLOSE-JOURNAL-LINE
           WRITE CLOSE-JOURNAL-LINE.

      *> Every month of the year plus the adjustment and closing
      *> periods is locked. A month already shut at month-end keeps
      *> its own close record; 13 and 14 always show the latest run.
       LOCK-YEAR-PERIODS.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 14
               COMPUTE GLP-PERIOD = WS-CLOSE-YEAR * 100 + WS-MONTH
               READ GL-PERIOD-FILE
                   INVALID KEY
                       MOVE 1 TO WS-NEW-ROW
                   NOT INVALID KEY
                       MOVE 0 TO WS-NEW-ROW
               END-READ
               IF WS-NEW-ROW = 1 OR NOT GLP-IS-CLOSED
                  OR WS-MONTH > 12
                   COMPUTE GLP-PERIOD =
                       WS-CLOSE-YEAR * 100 + WS-MONTH
                   MOVE "C"              TO GLP-STATUS
                   MOVE "Y"              TO GLP-CLOSE-TYPE
                   MOVE WS-BUSINESS-DATE TO GLP-CLOSED-DATE
                   MOVE WS-OPERATOR-ID   TO GLP-CLOSED-BY
                   IF WS-NEW-ROW = 1
                       WRITE GL-PERIOD-RECORD
                   ELSE
                       REWRITE GL-PERIOD-RECORD
                   END-IF
               END-IF
           END-PERFORM.
