       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL_REVIEW.

      *> Monthly collateral review: walks every active loan, measures
      *> its remaining principal against the collateral securing it
      *> and reports each loan whose loan-to-value has gone above
      *> policy or whose valuations are older than their type allows,
      *> to the screen and collateral_review_report.txt. Unsecured
      *> loans are not listed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO
               "collateral_review_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 LOAN-MASTER-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-NO-APP-ID      PIC 9(10) VALUE 0.
       01 WS-EXPOSURE       PIC 9(10)V99.
       01 WS-LTV-VALUE      PIC 9(10)V99.
       01 WS-LTV-PCT        PIC 9(5)V99.
       01 WS-LTV-LIMIT      PIC 9(3)V99.
       01 WS-LTV-RESULT     PIC 9 VALUE 2.
       01 WS-STALE-COUNT    PIC 9(3) VALUE 0.
       01 WS-LOANS-CHECKED  PIC 9(6) VALUE 0.
       01 WS-OVER-COUNT     PIC 9(6) VALUE 0.
       01 WS-STALE-LOANS    PIC 9(6) VALUE 0.
       01 WS-FINDING        PIC X(20).
       01 WS-DISPLAY-PCT    PIC ZZZZ9.99.
       01 WS-DISPLAY-LIMIT  PIC ZZ9.99.
       01 WS-DISPLAY-AMOUNT PIC -9(10).99.
       01 WS-DISPLAY-VALUE  PIC -9(10).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-LOANS-CHECKED
           MOVE 0 TO WS-OVER-COUNT
           MOVE 0 TO WS-STALE-LOANS
           DISPLAY "----------------------------"
           DISPLAY "Collateral review running."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "No loans on file."
               GOBACK
           END-IF
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "COLLATERAL REVIEW " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "Loan       User       Remaining      Collateral   "
               TO REVIEW-REPORT-LINE
           MOVE "    LTV%  Policy Finding" TO REVIEW-REPORT-LINE(51:)
           WRITE REVIEW-REPORT-LINE
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-IS-ACTIVE
                           PERFORM REVIEW-ONE-LOAN
                               THRU REVIEW-ONE-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "Loans reviewed " WS-LOANS-CHECKED
               "  over policy " WS-OVER-COUNT
               "  stale valuations " WS-STALE-LOANS
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           CLOSE LOAN-MASTER-FILE
           CLOSE REVIEW-REPORT-FILE
           DISPLAY "Loans over LTV policy: " WS-OVER-COUNT
           DISPLAY "Loans with stale valuations: " WS-STALE-LOANS
           DISPLAY "Report written to collateral_review_report.txt"
           GOBACK.

       REVIEW-ONE-LOAN.
           IF LN-REMAINING > 0
               MOVE LN-REMAINING TO WS-EXPOSURE
           ELSE
               MOVE 0 TO WS-EXPOSURE
           END-IF
           CALL "CHECK_COLLATERAL_LTV" USING WS-NO-APP-ID LN-LOAN-ID
               WS-EXPOSURE WS-LTV-VALUE WS-LTV-PCT WS-LTV-LIMIT
               WS-LTV-RESULT WS-STALE-COUNT
           IF WS-LTV-RESULT = 2
               GO TO REVIEW-ONE-LOAN-EXIT
           END-IF
           ADD 1 TO WS-LOANS-CHECKED
           IF WS-LTV-RESULT NOT = 1 AND WS-STALE-COUNT = 0
               GO TO REVIEW-ONE-LOAN-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-LTV-RESULT = 1 AND WS-STALE-COUNT > 0
                   MOVE "OVER LTV + STALE" TO WS-FINDING
                   ADD 1 TO WS-OVER-COUNT
                   ADD 1 TO WS-STALE-LOANS
               WHEN WS-LTV-RESULT = 1
                   MOVE "OVER LTV" TO WS-FINDING
                   ADD 1 TO WS-OVER-COUNT
               WHEN OTHER
                   MOVE "STALE VALUATION" TO WS-FINDING
                   ADD 1 TO WS-STALE-LOANS
           END-EVALUATE
           MOVE WS-EXPOSURE TO WS-DISPLAY-AMOUNT
           MOVE WS-LTV-VALUE TO WS-DISPLAY-VALUE
           MOVE WS-LTV-PCT TO WS-DISPLAY-PCT
           MOVE WS-LTV-LIMIT TO WS-DISPLAY-LIMIT
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING LN-LOAN-ID " " LN-USER-ID " " WS-DISPLAY-AMOUNT
               " " WS-DISPLAY-VALUE " " WS-DISPLAY-PCT " "
               WS-DISPLAY-LIMIT " " WS-FINDING
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           DISPLAY REVIEW-REPORT-LINE.
       REVIEW-ONE-LOAN-EXIT.
           EXIT.
