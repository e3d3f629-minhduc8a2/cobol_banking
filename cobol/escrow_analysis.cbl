       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW_ANALYSIS.

      *> Annual escrow analysis, run monthly: every active escrowed
      *> loan whose last analysis is twelve months old or more is
      *> re-analysed. The coming year's cost is each active item's
      *> bill annualised by its interval. The balance the escrow
      *> should hold today is a two-month cushion (one sixth of the
      *> yearly cost) plus, for each item, the part of its next bill
      *> already accrued since the last one. Held less than that is
      *> a shortage, more is a surplus; either is spread over the
      *> next twelve payments, so the new monthly escrow is
      *> (yearly cost + shortage - surplus) / 12, never below zero.
      *> Each analysis is listed in escrow_analysis_report.txt and
      *> the borrower gets an ESCROW-ANALYSIS letter with the new
      *> payment, plus an ESCROW-SHORTAGE or ESCROW-SURPLUS letter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT ESCROW-ITEM-FILE ASSIGN TO "escrow_items.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-KEY
               FILE STATUS IS ESCROW-ITEM-FILE-STATUS.
           SELECT ANALYSIS-REPORT-FILE ASSIGN TO
               "escrow_analysis_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD ESCROW-ITEM-FILE.
       COPY "escrow_item_record.cpy".

       FD ANALYSIS-REPORT-FILE.
       01 ANALYSIS-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 LOAN-MASTER-FILE-STATUS PIC XX.
       01 ESCROW-ITEM-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-DATE-WORK      PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YEAR  PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY   PIC 9(2).
       01 WS-BD-MONTHS      PIC 9(6).
       01 WS-AGE-MONTHS     PIC S9(6).
       01 WS-MONTHS-TO-DUE  PIC S9(6).
       01 WS-ANNUAL-COST    PIC 9(10)V99.
       01 WS-ITEM-ANNUAL    PIC 9(10)V99.
       01 WS-ACCRUED        PIC 9(10)V99.
       01 WS-REQUIRED       PIC 9(10)V99.
       01 WS-CUSHION        PIC 9(10)V99.
       01 WS-DIFFERENCE     PIC S9(10)V99.
       01 WS-SHORTAGE       PIC 9(10)V99.
       01 WS-SURPLUS        PIC 9(10)V99.
       01 WS-NEW-PAYMENT-S  PIC S9(10)V99.
       01 WS-OLD-PAYMENT    PIC 9(8)V99.
       01 WS-ITEM-COUNT     PIC 9(02).
       01 WS-ANALYSED-COUNT PIC 9(6) VALUE 0.
       01 WS-SHORT-COUNT    PIC 9(6) VALUE 0.
       01 WS-SURPLUS-COUNT  PIC 9(6) VALUE 0.
       01 WS-EVENT-TYPE     PIC X(15).
       01 WS-EVENT-ACCOUNT  PIC X(10) VALUE "ESCROW".
       01 WS-EVENT-AMOUNT   PIC S9(10)V99.
       01 WS-DISPLAY-BALANCE PIC -9(10).99.
       01 WS-DISPLAY-REQUIRED PIC 9(10).99.
       01 WS-DISPLAY-OLD    PIC 9(8).99.
       01 WS-DISPLAY-NEW    PIC 9(8).99.
       01 WS-FINDING        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-ANALYSED-COUNT
           MOVE 0 TO WS-SHORT-COUNT
           MOVE 0 TO WS-SURPLUS-COUNT
           DISPLAY "----------------------------"
           DISPLAY "Escrow analysis running."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-BD-MONTHS = WS-DATE-YEAR * 12 + WS-DATE-MONTH
           OPEN I-O LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "No loans on file."
               GOBACK
           END-IF
           OPEN INPUT ESCROW-ITEM-FILE
           IF ESCROW-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "No escrow items on file - nothing to analyse."
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF
           OPEN OUTPUT ANALYSIS-REPORT-FILE
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           STRING "ESCROW ANALYSIS " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE "Loan       User       Escrow held    Required    "
               TO ANALYSIS-REPORT-LINE
           MOVE "  Old pmt     New pmt Finding"
               TO ANALYSIS-REPORT-LINE(51:)
           WRITE ANALYSIS-REPORT-LINE
           MOVE 0 TO LN-LOAN-ID
           START LOAN-MASTER-FILE KEY IS >= LN-LOAN-ID
               INVALID KEY
                   MOVE "10" TO LOAN-MASTER-FILE-STATUS
           END-START
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-IS-ACTIVE AND LN-HAS-ESCROW
                           PERFORM ANALYSE-ONE-LOAN
                               THRU ANALYSE-ONE-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           STRING "Loans analysed " WS-ANALYSED-COUNT
               "  shortages " WS-SHORT-COUNT
               "  surpluses " WS-SURPLUS-COUNT
               DELIMITED BY SIZE INTO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           CLOSE ANALYSIS-REPORT-FILE
           CLOSE ESCROW-ITEM-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "Escrow analyses done: " WS-ANALYSED-COUNT
           DISPLAY "Shortages:            " WS-SHORT-COUNT
           DISPLAY "Surpluses:            " WS-SURPLUS-COUNT
           DISPLAY "Report written to escrow_analysis_report.txt"
           GOBACK.

       ANALYSE-ONE-LOAN.
           IF LN-ESCROW-ANALYSIS-DATE NOT = 0
               MOVE LN-ESCROW-ANALYSIS-DATE TO WS-DATE-WORK
               COMPUTE WS-AGE-MONTHS = WS-BD-MONTHS
                   - (WS-DATE-YEAR * 12 + WS-DATE-MONTH)
               IF WS-AGE-MONTHS < 12
                   GO TO ANALYSE-ONE-LOAN-EXIT
               END-IF
           END-IF
           PERFORM TOTAL-LOAN-ITEMS THRU TOTAL-LOAN-ITEMS-EXIT
           COMPUTE WS-CUSHION ROUNDED = WS-ANNUAL-COST / 6
           ADD WS-CUSHION TO WS-REQUIRED
           COMPUTE WS-DIFFERENCE = LN-ESCROW-BALANCE - WS-REQUIRED
           MOVE 0 TO WS-SHORTAGE
           MOVE 0 TO WS-SURPLUS
           IF WS-DIFFERENCE < 0
               COMPUTE WS-SHORTAGE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-SURPLUS
           END-IF
           COMPUTE WS-NEW-PAYMENT-S ROUNDED =
               (WS-ANNUAL-COST + WS-SHORTAGE - WS-SURPLUS) / 12
           IF WS-NEW-PAYMENT-S < 0
               MOVE 0 TO WS-NEW-PAYMENT-S
           END-IF
           MOVE LN-ESCROW-PAYMENT TO WS-OLD-PAYMENT
           MOVE WS-NEW-PAYMENT-S TO LN-ESCROW-PAYMENT
           MOVE WS-BUSINESS-DATE TO LN-ESCROW-ANALYSIS-DATE
           REWRITE LOAN-MASTER-RECORD
           ADD 1 TO WS-ANALYSED-COUNT
           EVALUATE TRUE
               WHEN WS-SHORTAGE > 0
                   MOVE "SHORTAGE" TO WS-FINDING
                   ADD 1 TO WS-SHORT-COUNT
               WHEN WS-SURPLUS > 0
                   MOVE "SURPLUS" TO WS-FINDING
                   ADD 1 TO WS-SURPLUS-COUNT
               WHEN OTHER
                   MOVE "IN BALANCE" TO WS-FINDING
           END-EVALUATE
           IF WS-ITEM-COUNT = 0
               MOVE "NO ACTIVE ITEMS" TO WS-FINDING
           END-IF
           MOVE LN-ESCROW-BALANCE TO WS-DISPLAY-BALANCE
           MOVE WS-REQUIRED TO WS-DISPLAY-REQUIRED
           MOVE WS-OLD-PAYMENT TO WS-DISPLAY-OLD
           MOVE LN-ESCROW-PAYMENT TO WS-DISPLAY-NEW
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           STRING LN-LOAN-ID " " LN-USER-ID " " WS-DISPLAY-BALANCE
               " " WS-DISPLAY-REQUIRED " " WS-DISPLAY-OLD " "
               WS-DISPLAY-NEW " " WS-FINDING
               DELIMITED BY SIZE INTO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           DISPLAY ANALYSIS-REPORT-LINE
           MOVE "ESCROW-ANALYSIS" TO WS-EVENT-TYPE
           MOVE LN-ESCROW-PAYMENT TO WS-EVENT-AMOUNT
           CALL "LOG_LETTER_EVENT" USING WS-EVENT-TYPE
               LN-USER-ID WS-EVENT-ACCOUNT WS-EVENT-AMOUNT
           IF WS-SHORTAGE > 0
               MOVE "ESCROW-SHORTAGE" TO WS-EVENT-TYPE
               MOVE WS-SHORTAGE TO WS-EVENT-AMOUNT
               CALL "LOG_LETTER_EVENT" USING WS-EVENT-TYPE
                   LN-USER-ID WS-EVENT-ACCOUNT WS-EVENT-AMOUNT
           END-IF
           IF WS-SURPLUS > 0
               MOVE "ESCROW-SURPLUS" TO WS-EVENT-TYPE
               MOVE WS-SURPLUS TO WS-EVENT-AMOUNT
               CALL "LOG_LETTER_EVENT" USING WS-EVENT-TYPE
                   LN-USER-ID WS-EVENT-ACCOUNT WS-EVENT-AMOUNT
           END-IF.
       ANALYSE-ONE-LOAN-EXIT.
           EXIT.

      *> Yearly cost and accrued-to-date requirement of the loan's
      *> active items. An item due in m months on an n-month cycle
      *> has (n - m) / n of its next bill already accrued.
       TOTAL-LOAN-ITEMS.
           MOVE 0 TO WS-ANNUAL-COST
           MOVE 0 TO WS-REQUIRED
           MOVE 0 TO WS-ITEM-COUNT
           MOVE LN-LOAN-ID TO EI-LOAN-ID
           MOVE 0 TO EI-SEQ
           START ESCROW-ITEM-FILE KEY IS >= EI-KEY
               INVALID KEY
                   GO TO TOTAL-LOAN-ITEMS-EXIT
           END-START
           PERFORM UNTIL ESCROW-ITEM-FILE-STATUS = "10"
               READ ESCROW-ITEM-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF EI-LOAN-ID NOT = LN-LOAN-ID
                           EXIT PERFORM
                       END-IF
                       IF EI-IS-ACTIVE
                           PERFORM ADD-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
       TOTAL-LOAN-ITEMS-EXIT.
           EXIT.

       ADD-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF EI-INTERVAL-MONTHS = 0
               MOVE 12 TO EI-INTERVAL-MONTHS
           END-IF
           COMPUTE WS-ITEM-ANNUAL ROUNDED =
               EI-AMOUNT * 12 / EI-INTERVAL-MONTHS
           ADD WS-ITEM-ANNUAL TO WS-ANNUAL-COST
           MOVE EI-NEXT-DUE-DATE TO WS-DATE-WORK
           COMPUTE WS-MONTHS-TO-DUE =
               (WS-DATE-YEAR * 12 + WS-DATE-MONTH) - WS-BD-MONTHS
           IF WS-MONTHS-TO-DUE < 0
               MOVE 0 TO WS-MONTHS-TO-DUE
           END-IF
           IF WS-MONTHS-TO-DUE > EI-INTERVAL-MONTHS
               MOVE EI-INTERVAL-MONTHS TO WS-MONTHS-TO-DUE
           END-IF
           COMPUTE WS-ACCRUED ROUNDED = EI-AMOUNT
               * (EI-INTERVAL-MONTHS - WS-MONTHS-TO-DUE)
               / EI-INTERVAL-MONTHS
           ADD WS-ACCRUED TO WS-REQUIRED.
