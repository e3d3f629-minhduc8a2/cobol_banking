       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVINGS_WD_REVIEW.

      *> Monthly savings withdrawal review: for every SAVINGS account
      *> it reads the withdrawal counts SAVINGS_WD_COUNT kept for the
      *> last three complete months and lists each account that went
      *> over its monthly limit in all three as a candidate for
      *> conversion to CHECKING. The conversion itself is done by a
      *> supervisor through CONVERT_ACCOUNT_TYPE once the customer
      *> has been contacted; nothing is changed here. The list goes
      *> to the screen and savings_wd_review.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT SAVINGS-WD-FILE ASSIGN TO "savings_wd_count.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SWD-KEY
               FILE STATUS IS SAVINGS-WD-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO
               "savings_wd_review.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD SAVINGS-WD-FILE.
       COPY "savings_wd_record.cpy".

       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS  PIC XX.
       01 SAVINGS-WD-FILE-STATUS  PIC XX.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-YEAR            PIC 9(4).
       01 WS-MONTH           PIC 9(2).
      *> The three months tested, oldest first.
       01 WS-REVIEW-MONTHS.
           05 WS-REVIEW-MONTH PIC 9(6) OCCURS 3 TIMES.
       01 WS-MONTH-COUNTS.
           05 WS-MONTH-COUNT  PIC 9(5) OCCURS 3 TIMES.
       01 WS-MIDX            PIC 9.
       01 WS-BREACHES        PIC 9.
       01 WS-FEES-TOTAL      PIC 9(8)V99.
       01 WS-REVIEWED-COUNT  PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT    PIC 9(6) VALUE 0.
       01 WS-DISPLAY-FEES    PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-REVIEWED-COUNT
           MOVE 0 TO WS-LISTED-COUNT
           DISPLAY "----------------------------"
           DISPLAY "Savings withdrawal review."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM SET-REVIEW-MONTHS
           OPEN INPUT SAVINGS-WD-FILE
           IF SAVINGS-WD-FILE-STATUS NOT = "00"
               DISPLAY "No savings withdrawals counted yet."
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               CLOSE SAVINGS-WD-FILE
               GOBACK
           END-IF
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "SAVINGS WITHDRAWAL REVIEW - " WS-BUSINESS-DATE
               "  months " WS-REVIEW-MONTH(1) " "
               WS-REVIEW-MONTH(2) " " WS-REVIEW-MONTH(3)
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "User       Count per month    Fees        Action"
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BALANCE-REC-ACCOUNT-TYPE = "SAVINGS"
                           PERFORM REVIEW-ONE-ACCOUNT
                               THRU REVIEW-ONE-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "Savings accounts reviewed " WS-REVIEWED-COUNT
               "  listed for conversion " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           CLOSE BALANCE-DB-FILE
           CLOSE SAVINGS-WD-FILE
           CLOSE REVIEW-REPORT-FILE
           DISPLAY "Savings accounts reviewed: " WS-REVIEWED-COUNT
           DISPLAY "Listed for conversion:     " WS-LISTED-COUNT
           DISPLAY "Report written to savings_wd_review.txt"
           GOBACK.

      *> The last three complete months before the business month.
       SET-REVIEW-MONTHS.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-MONTH
           PERFORM VARYING WS-MIDX FROM 3 BY -1 UNTIL WS-MIDX < 1
               IF WS-MONTH = 1
                   MOVE 12 TO WS-MONTH
                   SUBTRACT 1 FROM WS-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
               COMPUTE WS-REVIEW-MONTH(WS-MIDX) =
                   WS-YEAR * 100 + WS-MONTH
           END-PERFORM.

       REVIEW-ONE-ACCOUNT.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE 0 TO WS-BREACHES
           MOVE 0 TO WS-FEES-TOTAL
           PERFORM VARYING WS-MIDX FROM 1 BY 1 UNTIL WS-MIDX > 3
               MOVE 0 TO WS-MONTH-COUNT(WS-MIDX)
               MOVE BALANCE-REC-ID TO SWD-USER-ID
               MOVE WS-REVIEW-MONTH(WS-MIDX) TO SWD-MONTH
               READ SAVINGS-WD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SWD-COUNT TO WS-MONTH-COUNT(WS-MIDX)
                       ADD SWD-FEES TO WS-FEES-TOTAL
                       IF SWD-EXCESS-COUNT > 0
                           ADD 1 TO WS-BREACHES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BREACHES < 3
               GO TO REVIEW-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-FEES-TOTAL TO WS-DISPLAY-FEES
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING BALANCE-REC-ID " " WS-MONTH-COUNT(1) " "
               WS-MONTH-COUNT(2) " " WS-MONTH-COUNT(3) " "
               WS-DISPLAY-FEES "  CONVERT TO CHECKING"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           DISPLAY REVIEW-REPORT-LINE.
       REVIEW-ONE-ACCOUNT-EXIT.
           EXIT.
