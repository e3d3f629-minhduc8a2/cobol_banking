      *> installments whose due date has passed the business date and
      *> reports each active loan behind schedule - how many payments
      *> it has missed, the oldest missed due date and the amount
      *> overdue - to the screen and loan_arrears_report.txt. A loan
      *> inside an approved forbearance window (LOAN_MODIFY) is not
      *> behind and is only counted in the trailer. Revolving credit
      *> lines follow in their own section: every open line with a
      *> minimum payment missed (CREDIT_LINE_CYCLE), with the count
      *> missed, the oldest missed due date and the amount past due.
      *> A borrower under an active bankruptcy case (CHECK_BANKRUPTCY)
      *> is under the automatic stay: left off the dunning list and
      *> only counted in the trailer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT CREDIT-LINE-FILE ASSIGN TO "credit_lines.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-USER-ID
               FILE STATUS IS CREDIT-LINE-FILE-STATUS.
           SELECT ARREARS-REPORT-FILE ASSIGN TO
               "loan_arrears_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD CREDIT-LINE-FILE.
       COPY "credit_line_record.cpy".

       FD ARREARS-REPORT-FILE.
       01 ARREARS-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 LOAN-SCHEDULE-FILE-STATUS PIC XX.
       01 LOAN-MASTER-FILE-STATUS   PIC XX.
       01 CREDIT-LINE-FILE-STATUS   PIC XX.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-CURRENT-LOAN    PIC 9(10) VALUE 0.
       01 WS-OLDEST-DUE      PIC 9(8) VALUE 0.
       01 WS-OVERDUE-AMOUNT  PIC 9(12)V99 VALUE 0.
       01 WS-LOANS-BEHIND    PIC 9(6) VALUE 0.
       01 WS-LOANS-FORBORNE  PIC 9(6) VALUE 0.
       01 WS-LINES-BEHIND    PIC 9(6) VALUE 0.
       01 WS-IN-BANKRUPTCY   PIC 9 VALUE 0.
       01 WS-STAYED-COUNT    PIC 9(6) VALUE 0.
       01 WS-DISPLAY-AMOUNT  PIC -9(12).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-LOANS-BEHIND
           MOVE 0 TO WS-LOANS-FORBORNE
           MOVE 0 TO WS-LINES-BEHIND
           MOVE 0 TO WS-STAYED-COUNT
           MOVE 0 TO WS-CURRENT-LOAN
           MOVE 0 TO WS-MISSED-COUNT
           DISPLAY "----------------------------"
                       PERFORM CHECK-ONE-INSTALLMENT
               END-READ
           END-PERFORM
           PERFORM FLUSH-CURRENT-LOAN THRU FLUSH-CURRENT-LOAN-EXIT
           PERFORM REPORT-CREDIT-LINES THRU REPORT-CREDIT-LINES-EXIT
           MOVE SPACES TO ARREARS-REPORT-LINE
           STRING "Loans behind " WS-LOANS-BEHIND
               "  in forbearance " WS-LOANS-FORBORNE
               "  credit lines past due " WS-LINES-BEHIND
               "  stayed by bankruptcy " WS-STAYED-COUNT
               DELIMITED BY SIZE INTO ARREARS-REPORT-LINE
           WRITE ARREARS-REPORT-LINE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ARREARS-REPORT-FILE
           DISPLAY "Loans behind schedule: " WS-LOANS-BEHIND
           DISPLAY "Loans in forbearance:  " WS-LOANS-FORBORNE
           DISPLAY "Credit lines past due: " WS-LINES-BEHIND
           DISPLAY "Stayed by bankruptcy:  " WS-STAYED-COUNT
           DISPLAY "Report written to loan_arrears_report.txt"
           GOBACK.

      *> changes.
       CHECK-ONE-INSTALLMENT.
           IF LS-LOAN-ID NOT = WS-CURRENT-LOAN
               PERFORM FLUSH-CURRENT-LOAN THRU FLUSH-CURRENT-LOAN-EXIT
               MOVE LS-LOAN-ID TO WS-CURRENT-LOAN
               MOVE 0 TO WS-MISSED-COUNT
               MOVE 0 TO WS-OLDEST-DUE
               INVALID KEY
                   MOVE 0 TO LN-USER-ID
                   MOVE "A" TO LN-STATUS
                   MOVE 0 TO LN-FORBEAR-START
                   MOVE 0 TO LN-FORBEAR-END
           END-READ
           IF LN-IS-CLOSED
               GO TO FLUSH-CURRENT-LOAN-EXIT
           END-IF
           IF LN-FORBEAR-START NOT = 0
              AND WS-BUSINESS-DATE >= LN-FORBEAR-START
              AND WS-BUSINESS-DATE <= LN-FORBEAR-END
               ADD 1 TO WS-LOANS-FORBORNE
               GO TO FLUSH-CURRENT-LOAN-EXIT
           END-IF
           CALL "CHECK_BANKRUPTCY" USING LN-USER-ID WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 1
               ADD 1 TO WS-STAYED-COUNT
               GO TO FLUSH-CURRENT-LOAN-EXIT
           END-IF
           ADD 1 TO WS-LOANS-BEHIND
           MOVE WS-OVERDUE-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO ARREARS-REPORT-LINE
           DISPLAY ARREARS-REPORT-LINE.
       FLUSH-CURRENT-LOAN-EXIT.
           EXIT.

       REPORT-CREDIT-LINES.
           OPEN INPUT CREDIT-LINE-FILE
           IF CREDIT-LINE-FILE-STATUS NOT = "00"
               GO TO REPORT-CREDIT-LINES-EXIT
           END-IF
           MOVE "Credit line User       Missed Oldest due Past due"
               TO ARREARS-REPORT-LINE
           WRITE ARREARS-REPORT-LINE
           PERFORM UNTIL CREDIT-LINE-FILE-STATUS = "10"
               READ CREDIT-LINE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CL-PAST-DUE-COUNT > 0
                          AND NOT CL-IS-CLOSED
                           PERFORM REPORT-ONE-CREDIT-LINE
                               THRU REPORT-ONE-CREDIT-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-LINE-FILE.
       REPORT-CREDIT-LINES-EXIT.
           EXIT.

       REPORT-ONE-CREDIT-LINE.
           CALL "CHECK_BANKRUPTCY" USING CL-USER-ID WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 1
               ADD 1 TO WS-STAYED-COUNT
               GO TO REPORT-ONE-CREDIT-LINE-EXIT
           END-IF
           ADD 1 TO WS-LINES-BEHIND
           MOVE CL-PAST-DUE-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO ARREARS-REPORT-LINE
           STRING "CREDITLINE " CL-USER-ID " "
               CL-PAST-DUE-COUNT "    " CL-OLDEST-MISSED-DUE "   "
               WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO ARREARS-REPORT-LINE
           WRITE ARREARS-REPORT-LINE
           DISPLAY ARREARS-REPORT-LINE.
       REPORT-ONE-CREDIT-LINE-EXIT.
           EXIT.
