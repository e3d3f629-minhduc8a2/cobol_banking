       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE_GAP_REPORT.

      *> Interest rate repricing gap report for the ALM committee.
      *> Every rate-sensitive balance is placed in the time bucket in
      *> which it next reprices or matures, counted in days from the
      *> business date: 0-30, 31-90, 91-180, 181-365, 1-3 years and
      *> over 3 years. Assets are fixed-rate loans by their remaining
      *> schedule (each unpaid installment's principal on its due
      *> date), variable-rate loans in full on LN-NEXT-RESET-DATE,
      *> and overdrawn deposit balances, which reprice at once.
      *> Liabilities are term deposits on TD-MATURITY-DATE and
      *> non-maturity deposits spread by the repricing profile on
      *> their product in product_master.db. The report shows each
      *> bucket's gap (assets less liabilities), the cumulative gap,
      *> and the effect on the next twelve months' net interest
      *> income of a parallel shift of ALM-RATE-SHOCK-BP basis
      *> points (batch_params.txt, default 200) up and down - each
      *> bucket's gap reprices at the bucket midpoint and earns or
      *> pays the shift for the rest of the year. Written to
      *> rate_gap_report.txt and the report archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "term_deposit.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ID
               FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "product_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-ACCOUNT-TYPE
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT GAP-REPORT-FILE ASSIGN TO "rate_gap_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD LOAN-SCHEDULE-FILE.
       COPY "loan_schedule_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD TERM-DEPOSIT-FILE.
       COPY "term_deposit_record.cpy".

       FD PRODUCT-FILE.
       COPY "product_record.cpy".

       FD GAP-REPORT-FILE.
       01 GAP-REPORT-LINE PIC X(140).

       WORKING-STORAGE SECTION.
       01 LOAN-MASTER-FILE-STATUS   PIC XX.
       01 LOAN-SCHEDULE-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS    PIC XX.
       01 TERM-DEPOSIT-FILE-STATUS  PIC XX.
       01 PRODUCT-FILE-STATUS       PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-AS-OF-DAYNO   PIC 9(8).
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-SHOCK-BP      PIC 9(4) VALUE 200.
      *> The buckets: upper bound in days, and for the buckets inside
      *> the one-year horizon the midpoint the gap is taken to
      *> reprice at.
       01 WS-BUCKET-VALUES.
           05 FILLER PIC X(25) VALUE "00030000150-30 DAYS      ".
           05 FILLER PIC X(25) VALUE "000900006031-90 DAYS     ".
           05 FILLER PIC X(25) VALUE "001800013591-180 DAYS    ".
           05 FILLER PIC X(25) VALUE "0036500273181-365 DAYS   ".
           05 FILLER PIC X(25) VALUE "01095000001-3 YEARS      ".
           05 FILLER PIC X(25) VALUE "9999900000OVER 3 YEARS   ".
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
           05 WS-BK-ENTRY OCCURS 6 TIMES.
               10 WS-BK-UPPER-DAYS  PIC 9(5).
               10 WS-BK-MIDPOINT    PIC 9(5).
               10 WS-BK-LABEL       PIC X(15).
       01 WS-BK-IDX        PIC 9 VALUE 1.
       01 WS-BUCKET        PIC 9 VALUE 1.
       01 WS-DAYS          PIC S9(7) VALUE 0.
       01 WS-TARGET-DATE   PIC 9(8).
      *> The report lines, one amount per bucket. Lines 1-3 are
      *> assets, 4-5 liabilities.
       01 WS-GAP-LINES.
           05 WS-GL-ENTRY OCCURS 5 TIMES.
               10 WS-GL-AMOUNT PIC S9(13)V99 OCCURS 6 TIMES.
       01 WS-GL-IDX        PIC 9 VALUE 1.
       01 WS-LINE-LABELS.
           05 FILLER PIC X(24) VALUE "FIXED-RATE LOANS".
           05 FILLER PIC X(24) VALUE "VARIABLE-RATE LOANS".
           05 FILLER PIC X(24) VALUE "OVERDRAWN DEPOSITS".
           05 FILLER PIC X(24) VALUE "TERM DEPOSITS".
           05 FILLER PIC X(24) VALUE "NON-MATURITY DEPOSITS".
       01 WS-LINE-LABEL-TABLE REDEFINES WS-LINE-LABELS.
           05 WS-LINE-LABEL PIC X(24) OCCURS 5 TIMES.
      *> Totals per bucket.
       01 WS-BUCKET-TOTALS.
           05 WS-BT-ENTRY OCCURS 6 TIMES.
               10 WS-BT-ASSETS      PIC S9(13)V99.
               10 WS-BT-LIABILITIES PIC S9(13)V99.
               10 WS-BT-GAP         PIC S9(13)V99.
               10 WS-BT-CUM-GAP     PIC S9(13)V99.
               10 WS-BT-NII-UP      PIC S9(13)V99.
       01 WS-RUNNING-GAP   PIC S9(13)V99 VALUE 0.
       01 WS-NII-UP-TOTAL  PIC S9(13)V99 VALUE 0.
       01 WS-NII-DOWN      PIC S9(13)V99.
       01 WS-ROW-TOTAL     PIC S9(13)V99.
      *> Non-maturity deposit balances gathered by product, then
      *> spread by the product's profile.
       01 WS-PRODUCT-TABLE.
           05 WS-PX-ENTRY OCCURS 20 TIMES.
               10 WS-PX-TYPE        PIC X(10).
               10 WS-PX-PCT         PIC 9(3) OCCURS 6 TIMES.
               10 WS-PX-BALANCE     PIC S9(13)V99.
       01 WS-PX-COUNT      PIC 9(2) VALUE 0.
       01 WS-PX-IDX        PIC 9(2) VALUE 0.
       01 WS-PX-SCAN       PIC 9(2).
       01 WS-PX-PCT-TOTAL  PIC 9(4).
       01 WS-SHARE         PIC S9(13)V99.
       01 WS-SHARED        PIC S9(13)V99.
       01 WS-LAST-BUCKET   PIC 9.
       01 WS-NO-PROFILE-COUNT PIC 9(2) VALUE 0.
      *> Loan working fields.
       01 WS-LOAN-LEFT     PIC S9(13)V99.
       01 WS-ROW-PRINCIPAL PIC S9(13)V99.
       01 WS-LOAN-COUNT    PIC 9(7) VALUE 0.
       01 WS-TD-COUNT      PIC 9(7) VALUE 0.
       01 WS-DISP-AMOUNT   PIC -(11)9.99.
       01 WS-DISP-SHOCK    PIC Z(3)9.
       01 WS-REPORT-POS    PIC 9(3).
       01 WS-ARCH-SOURCE   PIC X(30) VALUE "rate_gap_report.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "RATE-GAP".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Repricing gap report."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           COMPUTE WS-AS-OF-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE "ALM-RATE-SHOCK-BP" TO WS-PARAM-NAME
           MOVE "200" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-SHOCK-BP
           INITIALIZE WS-GAP-LINES
           INITIALIZE WS-BUCKET-TOTALS
           PERFORM LOAD-PRODUCTS THRU LOAD-PRODUCTS-EXIT
           PERFORM BUCKET-LOANS THRU BUCKET-LOANS-EXIT
           PERFORM BUCKET-DEPOSITS THRU BUCKET-DEPOSITS-EXIT
           PERFORM BUCKET-TERM-DEPOSITS
               THRU BUCKET-TERM-DEPOSITS-EXIT
           PERFORM SPREAD-ONE-PRODUCT THRU SPREAD-ONE-PRODUCT-EXIT
               VARYING WS-PX-IDX FROM 1 BY 1
               UNTIL WS-PX-IDX > WS-PX-COUNT
           PERFORM COMPUTE-GAPS
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
           PERFORM WRITE-REPORT
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " SHOCK=" WS-SHOCK-BP
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Loans bucketed: " WS-LOAN-COUNT
               "  term deposits: " WS-TD-COUNT
           MOVE WS-BT-CUM-GAP(4) TO WS-DISP-AMOUNT
           DISPLAY "One-year cumulative gap: " WS-DISP-AMOUNT
           MOVE WS-NII-UP-TOTAL TO WS-DISP-AMOUNT
           MOVE WS-SHOCK-BP TO WS-DISP-SHOCK
           DISPLAY "NII effect of +" WS-DISP-SHOCK " bp: "
               WS-DISP-AMOUNT
           IF WS-NO-PROFILE-COUNT > 0
               DISPLAY "*** " WS-NO-PROFILE-COUNT " deposit product(s)"
                   " without a repricing profile - taken as "
                   "repricing within 30 days."
           END-IF
           DISPLAY "Report written to rate_gap_report.txt"
           GOBACK.

      *> WS-DAYS from the business date to WS-BUCKET. Anything
      *> already due reprices in the first bucket.
       FIND-BUCKET.
           MOVE 6 TO WS-BUCKET
           PERFORM VARYING WS-BK-IDX FROM 6 BY -1
                   UNTIL WS-BK-IDX < 1
               IF WS-DAYS NOT > WS-BK-UPPER-DAYS(WS-BK-IDX)
                   MOVE WS-BK-IDX TO WS-BUCKET
               END-IF
           END-PERFORM.

      *> WS-TARGET-DATE to its bucket; a missing date is due now.
       DAYS-UNTIL-DATE.
           MOVE 0 TO WS-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TARGET-DATE) = 0
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE)
                   - WS-AS-OF-DAYNO
           END-IF
           PERFORM FIND-BUCKET.

       LOAD-PRODUCTS.
           MOVE 0 TO WS-PX-COUNT
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-STATUS NOT = "00"
               GO TO LOAD-PRODUCTS-EXIT
           END-IF
           PERFORM UNTIL PRODUCT-FILE-STATUS = "10"
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-PX-COUNT < 20
                           ADD 1 TO WS-PX-COUNT
                           MOVE PRD-ACCOUNT-TYPE
                               TO WS-PX-TYPE(WS-PX-COUNT)
                           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                                   UNTIL WS-BK-IDX > 6
                               MOVE PRD-REPRICE-PCT(WS-BK-IDX)
                                 TO WS-PX-PCT(WS-PX-COUNT, WS-BK-IDX)
                           END-PERFORM
                           MOVE 0 TO WS-PX-BALANCE(WS-PX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.
       LOAD-PRODUCTS-EXIT.
           EXIT.

       BUCKET-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO BUCKET-LOANS-EXIT
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-IS-ACTIVE AND LN-REMAINING > 0
                           ADD 1 TO WS-LOAN-COUNT
                           IF LN-IS-VARIABLE
                               PERFORM BUCKET-VARIABLE-LOAN
                           ELSE
                               PERFORM BUCKET-FIXED-LOAN
                                   THRU BUCKET-FIXED-LOAN-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           IF LOAN-SCHEDULE-FILE-STATUS NOT = "35"
               CLOSE LOAN-SCHEDULE-FILE
           END-IF.
       BUCKET-LOANS-EXIT.
           EXIT.

      *> The whole balance reprices on the next reset date.
       BUCKET-VARIABLE-LOAN.
           MOVE LN-NEXT-RESET-DATE TO WS-TARGET-DATE
           PERFORM DAYS-UNTIL-DATE
           ADD LN-REMAINING TO WS-GL-AMOUNT(2, WS-BUCKET).

      *> The unpaid installments' principal runs off on their due
      *> dates, earliest first, until LN-REMAINING is used up - a
      *> prepayment shortens the tail. Principal the schedule does
      *> not account for stays with the last installment.
       BUCKET-FIXED-LOAN.
           MOVE LN-REMAINING TO WS-LOAN-LEFT
           MOVE 1 TO WS-BUCKET
           IF LOAN-SCHEDULE-FILE-STATUS = "35"
               GO TO BUCKET-FIXED-LOAN-REST
           END-IF
           MOVE LN-LOAN-ID TO LS-LOAN-ID
           MOVE 0 TO LS-PAYMENT-NO
           START LOAN-SCHEDULE-FILE KEY IS >= LS-KEY
               INVALID KEY
                   GO TO BUCKET-FIXED-LOAN-REST
           END-START
           PERFORM UNTIL LOAN-SCHEDULE-FILE-STATUS = "10"
                   OR WS-LOAN-LEFT NOT > 0
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LS-LOAN-ID NOT = LN-LOAN-ID
                   EXIT PERFORM
               END-IF
               IF NOT LS-IS-PAID
                   MOVE LS-DUE-DATE TO WS-TARGET-DATE
                   PERFORM DAYS-UNTIL-DATE
                   MOVE LS-PRINCIPAL TO WS-ROW-PRINCIPAL
                   IF WS-ROW-PRINCIPAL > WS-LOAN-LEFT
                       MOVE WS-LOAN-LEFT TO WS-ROW-PRINCIPAL
                   END-IF
                   ADD WS-ROW-PRINCIPAL TO WS-GL-AMOUNT(1, WS-BUCKET)
                   SUBTRACT WS-ROW-PRINCIPAL FROM WS-LOAN-LEFT
               END-IF
           END-PERFORM.
       BUCKET-FIXED-LOAN-REST.
           IF WS-LOAN-LEFT > 0
               ADD WS-LOAN-LEFT TO WS-GL-AMOUNT(1, WS-BUCKET)
           END-IF.
       BUCKET-FIXED-LOAN-EXIT.
           EXIT.

      *> Customers' deposit rows only: an overdrawn balance is an
      *> asset repricing at once, a credit balance is a non-maturity
      *> deposit gathered by product. Loan, credit line and term
      *> deposit rows are bucketed from their own masters.
       BUCKET-DEPOSITS.
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GO TO BUCKET-DEPOSITS-EXIT
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
       BUCKET-DEPOSITS-EXIT.
           EXIT.

       NOTE-DEPOSIT-ROW.
           IF BALANCE-REC-ID = 0
              OR BALANCE-REC-ACCOUNT-TYPE = "LOAN" OR "CREDITLINE"
                                         OR "TERMDEP"
              OR BALANCE-REC-BALANCE = 0
               GO TO NOTE-DEPOSIT-ROW-EXIT
           END-IF
           IF BALANCE-REC-BALANCE < 0
               SUBTRACT BALANCE-REC-BALANCE FROM WS-GL-AMOUNT(3, 1)
               GO TO NOTE-DEPOSIT-ROW-EXIT
           END-IF
           MOVE 0 TO WS-PX-IDX
           PERFORM VARYING WS-PX-SCAN FROM 1 BY 1
                   UNTIL WS-PX-SCAN > WS-PX-COUNT OR WS-PX-IDX > 0
               IF WS-PX-TYPE(WS-PX-SCAN) = BALANCE-REC-ACCOUNT-TYPE
                   MOVE WS-PX-SCAN TO WS-PX-IDX
               END-IF
           END-PERFORM
           IF WS-PX-IDX = 0
               IF WS-PX-COUNT NOT < 20
                   ADD BALANCE-REC-BALANCE TO WS-GL-AMOUNT(5, 1)
                   GO TO NOTE-DEPOSIT-ROW-EXIT
               END-IF
               ADD 1 TO WS-PX-COUNT
               MOVE WS-PX-COUNT TO WS-PX-IDX
               MOVE BALANCE-REC-ACCOUNT-TYPE TO WS-PX-TYPE(WS-PX-IDX)
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > 6
                   MOVE 0 TO WS-PX-PCT(WS-PX-IDX, WS-BK-IDX)
               END-PERFORM
               MOVE 0 TO WS-PX-BALANCE(WS-PX-IDX)
           END-IF
           ADD BALANCE-REC-BALANCE TO WS-PX-BALANCE(WS-PX-IDX).
       NOTE-DEPOSIT-ROW-EXIT.
           EXIT.

       BUCKET-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-FILE-STATUS NOT = "00"
               GO TO BUCKET-TERM-DEPOSITS-EXIT
           END-IF
           PERFORM UNTIL TERM-DEPOSIT-FILE-STATUS = "10"
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-IS-ACTIVE
                           ADD 1 TO WS-TD-COUNT
                           MOVE TD-MATURITY-DATE TO WS-TARGET-DATE
                           PERFORM DAYS-UNTIL-DATE
                           ADD TD-PRINCIPAL
                               TO WS-GL-AMOUNT(4, WS-BUCKET)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-DEPOSIT-FILE.
       BUCKET-TERM-DEPOSITS-EXIT.
           EXIT.

      *> Each bucket takes its percentage of the product balance;
      *> the last bucket with a percentage takes what rounding left.
      *> A product with no profile reprices in full in the first.
       SPREAD-ONE-PRODUCT.
           IF WS-PX-BALANCE(WS-PX-IDX) = 0
               GO TO SPREAD-ONE-PRODUCT-EXIT
           END-IF
           MOVE 0 TO WS-PX-PCT-TOTAL
           MOVE 1 TO WS-LAST-BUCKET
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6
               ADD WS-PX-PCT(WS-PX-IDX, WS-BK-IDX) TO WS-PX-PCT-TOTAL
               IF WS-PX-PCT(WS-PX-IDX, WS-BK-IDX) > 0
                   MOVE WS-BK-IDX TO WS-LAST-BUCKET
               END-IF
           END-PERFORM
           IF WS-PX-PCT-TOTAL NOT = 100
               ADD 1 TO WS-NO-PROFILE-COUNT
               ADD WS-PX-BALANCE(WS-PX-IDX) TO WS-GL-AMOUNT(5, 1)
               GO TO SPREAD-ONE-PRODUCT-EXIT
           END-IF
           MOVE 0 TO WS-SHARED
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX NOT < WS-LAST-BUCKET
               COMPUTE WS-SHARE ROUNDED = WS-PX-BALANCE(WS-PX-IDX)
                   * WS-PX-PCT(WS-PX-IDX, WS-BK-IDX) / 100
               ADD WS-SHARE TO WS-GL-AMOUNT(5, WS-BK-IDX)
               ADD WS-SHARE TO WS-SHARED
           END-PERFORM
           COMPUTE WS-SHARE = WS-PX-BALANCE(WS-PX-IDX) - WS-SHARED
           ADD WS-SHARE TO WS-GL-AMOUNT(5, WS-LAST-BUCKET).
       SPREAD-ONE-PRODUCT-EXIT.
           EXIT.

      *> Gap = rate-sensitive assets less liabilities. Inside the
      *> year, a bucket's gap reprices at its midpoint and carries
      *> the shift for the days left: gap x shift x (365 - mid)/365.
       COMPUTE-GAPS.
           MOVE 0 TO WS-BT-ASSETS(WS-BK-IDX)
           MOVE 0 TO WS-BT-LIABILITIES(WS-BK-IDX)
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1 UNTIL WS-GL-IDX > 3
               ADD WS-GL-AMOUNT(WS-GL-IDX, WS-BK-IDX)
                   TO WS-BT-ASSETS(WS-BK-IDX)
           END-PERFORM
           PERFORM VARYING WS-GL-IDX FROM 4 BY 1 UNTIL WS-GL-IDX > 5
               ADD WS-GL-AMOUNT(WS-GL-IDX, WS-BK-IDX)
                   TO WS-BT-LIABILITIES(WS-BK-IDX)
           END-PERFORM
           COMPUTE WS-BT-GAP(WS-BK-IDX) = WS-BT-ASSETS(WS-BK-IDX)
               - WS-BT-LIABILITIES(WS-BK-IDX)
           ADD WS-BT-GAP(WS-BK-IDX) TO WS-RUNNING-GAP
           MOVE WS-RUNNING-GAP TO WS-BT-CUM-GAP(WS-BK-IDX)
           MOVE 0 TO WS-BT-NII-UP(WS-BK-IDX)
           IF WS-BK-MIDPOINT(WS-BK-IDX) > 0
               COMPUTE WS-BT-NII-UP(WS-BK-IDX) ROUNDED =
                   WS-BT-GAP(WS-BK-IDX) * WS-SHOCK-BP / 10000
                   * (365 - WS-BK-MIDPOINT(WS-BK-IDX)) / 365
               ADD WS-BT-NII-UP(WS-BK-IDX) TO WS-NII-UP-TOTAL
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE WS-SHOCK-BP TO WS-DISP-SHOCK
           MOVE SPACES TO GAP-REPORT-LINE
           STRING "REPRICING GAP REPORT AS OF " WS-BUSINESS-DATE
               "   PARALLEL SHOCK +/-" WS-DISP-SHOCK " BP"
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           DISPLAY GAP-REPORT-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           MOVE 25 TO WS-REPORT-POS
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6
               MOVE WS-BK-LABEL(WS-BK-IDX)
                   TO GAP-REPORT-LINE(WS-REPORT-POS + 2:15)
               ADD 16 TO WS-REPORT-POS
           END-PERFORM
           MOVE "TOTAL" TO GAP-REPORT-LINE(WS-REPORT-POS + 2:15)
           WRITE GAP-REPORT-LINE
           DISPLAY GAP-REPORT-LINE
           MOVE "RATE-SENSITIVE ASSETS" TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1 UNTIL WS-GL-IDX > 3
               PERFORM WRITE-GAP-LINE
           END-PERFORM
           MOVE "TOTAL ASSETS" TO GAP-REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6
               MOVE WS-BT-ASSETS(WS-BK-IDX) TO WS-SHARE
               PERFORM PUT-BUCKET-AMOUNT
           END-PERFORM
           PERFORM PUT-ROW-TOTAL
           MOVE "RATE-SENSITIVE LIABILITIES" TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           PERFORM VARYING WS-GL-IDX FROM 4 BY 1 UNTIL WS-GL-IDX > 5
               PERFORM WRITE-GAP-LINE
           END-PERFORM
           MOVE "TOTAL LIABILITIES" TO GAP-REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6
               MOVE WS-BT-LIABILITIES(WS-BK-IDX) TO WS-SHARE
               PERFORM PUT-BUCKET-AMOUNT
           END-PERFORM
           PERFORM PUT-ROW-TOTAL
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "PERIODIC GAP" TO GAP-REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6
               MOVE WS-BT-GAP(WS-BK-IDX) TO WS-SHARE
               PERFORM PUT-BUCKET-AMOUNT
           END-PERFORM
           PERFORM PUT-ROW-TOTAL
           MOVE "CUMULATIVE GAP" TO GAP-REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6
               MOVE WS-BT-CUM-GAP(WS-BK-IDX) TO WS-SHARE
               PERFORM PUT-BUCKET-AMOUNT
           END-PERFORM
           WRITE GAP-REPORT-LINE
           DISPLAY GAP-REPORT-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           STRING "NII EFFECT +" WS-DISP-SHOCK " BP"
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 4
               MOVE WS-BT-NII-UP(WS-BK-IDX) TO WS-SHARE
               PERFORM PUT-BUCKET-AMOUNT
           END-PERFORM
           PERFORM PUT-NII-TOTAL
           MOVE SPACES TO GAP-REPORT-LINE
           STRING "NII EFFECT -" WS-DISP-SHOCK " BP"
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 4
               COMPUTE WS-SHARE = 0 - WS-BT-NII-UP(WS-BK-IDX)
               PERFORM PUT-BUCKET-AMOUNT
           END-PERFORM
           COMPUTE WS-NII-DOWN = 0 - WS-NII-UP-TOTAL
           MOVE WS-NII-DOWN TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO GAP-REPORT-LINE(123:15)
           WRITE GAP-REPORT-LINE
           DISPLAY GAP-REPORT-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           STRING "NII effect is over the next 12 months; buckets "
               "beyond one year are outside the horizon."
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           CLOSE GAP-REPORT-FILE.

       WRITE-GAP-LINE.
           MOVE SPACES TO GAP-REPORT-LINE
           MOVE WS-LINE-LABEL(WS-GL-IDX) TO GAP-REPORT-LINE(3:22)
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 6
               MOVE WS-GL-AMOUNT(WS-GL-IDX, WS-BK-IDX) TO WS-SHARE
               PERFORM PUT-BUCKET-AMOUNT
           END-PERFORM
           PERFORM PUT-ROW-TOTAL.

      *> Amount columns are 16 wide after the 25-byte label; the row
      *> total is added up as the columns are placed.
       PUT-BUCKET-AMOUNT.
           IF WS-BK-IDX = 1
               MOVE 0 TO WS-ROW-TOTAL
           END-IF
           ADD WS-SHARE TO WS-ROW-TOTAL
           MOVE WS-SHARE TO WS-DISP-AMOUNT
           COMPUTE WS-REPORT-POS = 27 + (WS-BK-IDX - 1) * 16
           MOVE WS-DISP-AMOUNT TO GAP-REPORT-LINE(WS-REPORT-POS:15).

       PUT-ROW-TOTAL.
           MOVE WS-ROW-TOTAL TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO GAP-REPORT-LINE(123:15)
           WRITE GAP-REPORT-LINE
           DISPLAY GAP-REPORT-LINE.

       PUT-NII-TOTAL.
           MOVE WS-NII-UP-TOTAL TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO GAP-REPORT-LINE(123:15)
           WRITE GAP-REPORT-LINE
           DISPLAY GAP-REPORT-LINE.
