       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE_DISCLOSURE.

      *> Shared account-opening rate disclosure, CALLed by ADD_USER,
      *> TERM_DEPOSIT_OPEN and CONVERT_ACCOUNT_TYPE once the account
      *> exists under its (new) type. Quotes the interest rate the
      *> customer's balance earns - the product tier INTEREST_ACCRUAL
      *> would pick, plus any pricing exception in force, or a term
      *> deposit's locked rate - and the annual percentage yield that
      *> rate produces, worked out by COMPUTE_APY, then the
      *> compounding and crediting terms and every fee the product
      *> carries. A tiered product quotes each tier's rate and APY.
      *> The document is appended to rate_disclosures.txt for
      *> printing and shown to the teller. Lending accounts (LOAN,
      *> CREDITLINE) carry no deposit disclosure.
      *> LK-FIXED-RATE zero means the product's tiers price the
      *> account; LK-TERM-MONTHS and LK-MATURITY-DATE are zero except
      *> for a term deposit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCLOSURE-FILE ASSIGN TO "rate_disclosures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCLOSURE-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT ITEM-FEE-FILE ASSIGN TO "item_fee_schedule.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFS-KEY
               FILE STATUS IS ITEM-FEE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISCLOSURE-FILE.
       01 DISCLOSURE-LINE PIC X(100).

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD ITEM-FEE-FILE.
       COPY "item_fee_record.cpy".

       WORKING-STORAGE SECTION.
       01 DISCLOSURE-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS    PIC XX.
       01 ITEM-FEE-FILE-STATUS   PIC XX.
       COPY "product_record.cpy".
       01 WS-PRODUCT-FOUND      PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-BD-OPEN-FLAG       PIC 9 VALUE 1.
       01 WS-CUSTOMER-NAME      PIC X(30).
      *> The rate INTEREST_ACCRUAL falls back on when no product row
      *> exists.
       01 WS-ANNUAL-RATE        PIC 9V9(4) VALUE 0.0150.
       01 WS-APPLIED-RATE       PIC 9V9(4).
       01 WS-QUOTE-RATE         PIC 9V9(4).
       01 WS-EXC-RATE-ADDON     PIC 9V9(4).
       01 WS-EXC-FEE-WAIVED     PIC X(01).
       01 WS-EXC-FOUND          PIC 9 VALUE 0.
       01 WS-TIER-IDX           PIC 9 VALUE 1.
      *> COMPUTE_APY's interface.
       01 WS-APY-PRINCIPAL      PIC S9(12)V99.
       01 WS-APY-INTEREST       PIC S9(12)V99.
       01 WS-APY-DAYS           PIC 9(5).
       01 WS-APY                PIC 9(3)V99.
       01 WS-QUOTE-APY          PIC 9(3)V99.
      *> A zero or negative opening balance is quoted on a
      *> representative 1,000.00.
       01 WS-QUOTE-BALANCE      PIC S9(12)V99.
       01 WS-RATE-PCT           PIC 9(3)V9(4).
       01 WS-DISP-RATE          PIC ZZ9.9999.
       01 WS-DISP-APY           PIC ZZ9.99.
       01 WS-DISP-AMOUNT        PIC -(10)9.99.
       01 WS-DISP-LIMIT         PIC Z(9)9.99.
       01 WS-DISP-COUNT         PIC ZZZ9.
       01 WS-DISP-DATE          PIC X(10).
       01 WS-DATE-WORK          PIC 9(8).

       LINKAGE SECTION.
       01 LK-USER-ID       PIC 9(10).
       01 LK-ACCOUNT-TYPE  PIC X(10).
       01 LK-BALANCE       PIC S9(10)V99.
       01 LK-FIXED-RATE    PIC 9V9(4).
       01 LK-TERM-MONTHS   PIC 9(3).
       01 LK-MATURITY-DATE PIC 9(8).

       PROCEDURE DIVISION USING LK-USER-ID LK-ACCOUNT-TYPE LK-BALANCE
                                 LK-FIXED-RATE LK-TERM-MONTHS
                                 LK-MATURITY-DATE.
       MAIN-PARA.
           IF LK-ACCOUNT-TYPE = "LOAN" OR LK-ACCOUNT-TYPE = "CREDITLINE"
               GOBACK
           END-IF
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM FIND-CUSTOMER-NAME THRU FIND-CUSTOMER-NAME-EXIT
           CALL "GET_PRODUCT" USING LK-ACCOUNT-TYPE PRODUCT-RECORD
               WS-PRODUCT-FOUND
           IF LK-BALANCE > 0
               MOVE LK-BALANCE TO WS-QUOTE-BALANCE
           ELSE
               MOVE 1000.00 TO WS-QUOTE-BALANCE
           END-IF
           IF LK-FIXED-RATE > 0
               MOVE LK-FIXED-RATE TO WS-QUOTE-RATE
               PERFORM COMPUTE-TERM-APY
           ELSE
               PERFORM PICK-TIER-RATE
               MOVE WS-APPLIED-RATE TO WS-QUOTE-RATE
               PERFORM COMPUTE-MONTHLY-APY
           END-IF
           MOVE WS-APY TO WS-QUOTE-APY
           PERFORM OPEN-DISCLOSURE-FILE
           PERFORM WRITE-DISCLOSURE-HEADER
           PERFORM WRITE-RATE-TERMS
           PERFORM WRITE-FEE-TERMS THRU WRITE-FEE-TERMS-EXIT
           PERFORM WRITE-ITEM-FEES THRU WRITE-ITEM-FEES-EXIT
           MOVE ALL "=" TO DISCLOSURE-LINE(1:60)
           WRITE DISCLOSURE-LINE
           CLOSE DISCLOSURE-FILE
           COMPUTE WS-RATE-PCT = WS-QUOTE-RATE * 100
           MOVE WS-RATE-PCT TO WS-DISP-RATE
           MOVE WS-QUOTE-APY TO WS-DISP-APY
           DISPLAY "--- RATE DISCLOSURE ---"
           DISPLAY LK-ACCOUNT-TYPE " interest rate " WS-DISP-RATE
               "%  APY " WS-DISP-APY "%"
           DISPLAY "Disclosure document written to "
               "rate_disclosures.txt"
           DISPLAY "-----------------------"
           GOBACK.

       FIND-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               GO TO FIND-CUSTOMER-NAME-EXIT
           END-IF
           MOVE LK-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE USER-REC-NAME TO WS-CUSTOMER-NAME
           END-READ
           CLOSE USER-DB-FILE.
       FIND-CUSTOMER-NAME-EXIT.
           EXIT.

      *> The same tier pick INTEREST_ACCRUAL makes, on the quoted
      *> balance, with the pricing exception's add-on on top.
       PICK-TIER-RATE.
           MOVE WS-ANNUAL-RATE TO WS-APPLIED-RATE
           IF WS-PRODUCT-FOUND = 1
               MOVE PRD-TIER-RATE(3) TO WS-APPLIED-RATE
               PERFORM VARYING WS-TIER-IDX FROM 3 BY -1
                       UNTIL WS-TIER-IDX < 1
                   IF WS-QUOTE-BALANCE <= PRD-TIER-LIMIT(WS-TIER-IDX)
                       MOVE PRD-TIER-RATE(WS-TIER-IDX)
                           TO WS-APPLIED-RATE
                   END-IF
               END-PERFORM
           END-IF
           CALL "GET_PRICING_EXCEPTION" USING LK-USER-ID
               LK-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-EXC-RATE-ADDON WS-EXC-FEE-WAIVED WS-EXC-FOUND
           IF WS-EXC-FOUND = 1 AND WS-EXC-RATE-ADDON > 0
               ADD WS-EXC-RATE-ADDON TO WS-APPLIED-RATE
           END-IF.

      *> Accrued daily, compounded and credited monthly by
      *> INTEREST_CAPITALIZE: a year's interest is twelve months of
      *> compounding at a twelfth of the rate.
       COMPUTE-MONTHLY-APY.
           MOVE WS-QUOTE-BALANCE TO WS-APY-PRINCIPAL
           COMPUTE WS-APY-INTEREST ROUNDED = WS-QUOTE-BALANCE *
               ((1 + WS-APPLIED-RATE / 12) ** 12 - 1)
           MOVE 365 TO WS-APY-DAYS
           CALL "COMPUTE_APY" USING WS-APY-PRINCIPAL WS-APY-INTEREST
               WS-APY-DAYS WS-APY.

      *> A term deposit earns simple interest to maturity, the way
      *> TERM_DEPOSIT_MATURITY pays it, over the days in its term.
       COMPUTE-TERM-APY.
           MOVE WS-QUOTE-BALANCE TO WS-APY-PRINCIPAL
           COMPUTE WS-APY-INTEREST ROUNDED = WS-QUOTE-BALANCE *
               WS-QUOTE-RATE * LK-TERM-MONTHS / 12
           MOVE 0 TO WS-APY-DAYS
           IF LK-MATURITY-DATE > WS-BUSINESS-DATE
               COMPUTE WS-APY-DAYS =
                   FUNCTION INTEGER-OF-DATE(LK-MATURITY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           END-IF
           IF WS-APY-DAYS = 0
               COMPUTE WS-APY-DAYS ROUNDED =
                   LK-TERM-MONTHS * 365 / 12
           END-IF
           CALL "COMPUTE_APY" USING WS-APY-PRINCIPAL WS-APY-INTEREST
               WS-APY-DAYS WS-APY.

       OPEN-DISCLOSURE-FILE.
           OPEN EXTEND DISCLOSURE-FILE
           IF DISCLOSURE-FILE-STATUS = "35"
               OPEN OUTPUT DISCLOSURE-FILE
               CLOSE DISCLOSURE-FILE
               OPEN EXTEND DISCLOSURE-FILE
           END-IF.

       WRITE-DISCLOSURE-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE
           MOVE ALL "=" TO DISCLOSURE-LINE(1:60)
           WRITE DISCLOSURE-LINE
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "ACCOUNT RATE AND FEE DISCLOSURE          "
               WS-DISP-DATE
               DELIMITED BY SIZE INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "Customer: " LK-USER-ID " " WS-CUSTOMER-NAME
               DELIMITED BY SIZE INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE LK-BALANCE TO WS-DISP-AMOUNT
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "Account:  " LK-ACCOUNT-TYPE
               "  opening balance " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE ALL "-" TO DISCLOSURE-LINE(1:60)
           WRITE DISCLOSURE-LINE.

       WRITE-RATE-TERMS.
           COMPUTE WS-RATE-PCT = WS-QUOTE-RATE * 100
           MOVE WS-RATE-PCT TO WS-DISP-RATE
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "Interest rate:                  " WS-DISP-RATE "%"
               DELIMITED BY SIZE INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE WS-QUOTE-APY TO WS-DISP-APY
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "Annual percentage yield (APY):    " WS-DISP-APY "%"
               DELIMITED BY SIZE INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           IF LK-BALANCE <= 0
               MOVE "  (quoted on a balance of 1,000.00)"
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
           END-IF
           IF LK-FIXED-RATE > 0
               MOVE LK-MATURITY-DATE TO WS-DATE-WORK
               PERFORM FORMAT-DATE
               MOVE LK-TERM-MONTHS TO WS-DISP-COUNT
               MOVE SPACES TO DISCLOSURE-LINE
               STRING "Rate type: fixed for the term of "
                   WS-DISP-COUNT " months, maturing " WS-DISP-DATE
                   DELIMITED BY SIZE INTO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               MOVE "Compounding: simple interest on the principal, "
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               MOVE "  not compounded, credited at maturity."
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               MOVE "Early withdrawal forfeits all interest and costs "
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               MOVE "  1.00% of principal (minimum 10.00)."
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
           ELSE
               MOVE "Rate type: variable - the rate and APY may change "
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               MOVE "  after the account is opened."
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               MOVE "Compounding: interest accrues daily on the "
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               MOVE "  average daily balance and is compounded and "
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               MOVE "  credited monthly." TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               IF WS-PRODUCT-FOUND = 1
                   PERFORM WRITE-RATE-TIERS
               END-IF
           END-IF.

      *> Each balance band with its own rate and APY. The top tier
      *> covers every balance above the one below it.
       WRITE-RATE-TIERS.
           MOVE "Rate tiers by balance:" TO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF WS-TIER-IDX = 3 OR PRD-TIER-LIMIT(WS-TIER-IDX) > 0
                   MOVE PRD-TIER-RATE(WS-TIER-IDX) TO WS-APPLIED-RATE
                   IF WS-EXC-FOUND = 1 AND WS-EXC-RATE-ADDON > 0
                       ADD WS-EXC-RATE-ADDON TO WS-APPLIED-RATE
                   END-IF
                   PERFORM COMPUTE-MONTHLY-APY
                   COMPUTE WS-RATE-PCT = WS-APPLIED-RATE * 100
                   MOVE WS-RATE-PCT TO WS-DISP-RATE
                   MOVE WS-APY TO WS-DISP-APY
                   MOVE SPACES TO DISCLOSURE-LINE
                   IF WS-TIER-IDX = 3
                       MOVE PRD-TIER-LIMIT(2) TO WS-DISP-LIMIT
                       STRING "  over      " WS-DISP-LIMIT
                           "  rate " WS-DISP-RATE "%  APY "
                           WS-DISP-APY "%"
                           DELIMITED BY SIZE INTO DISCLOSURE-LINE
                   ELSE
                       MOVE PRD-TIER-LIMIT(WS-TIER-IDX)
                           TO WS-DISP-LIMIT
                       STRING "  up to     " WS-DISP-LIMIT
                           "  rate " WS-DISP-RATE "%  APY "
                           WS-DISP-APY "%"
                           DELIMITED BY SIZE INTO DISCLOSURE-LINE
                   END-IF
                   WRITE DISCLOSURE-LINE
               END-IF
           END-PERFORM.

       WRITE-FEE-TERMS.
           MOVE ALL "-" TO DISCLOSURE-LINE(1:60)
           WRITE DISCLOSURE-LINE
           MOVE "FEES" TO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           IF WS-PRODUCT-FOUND NOT = 1
               MOVE "  Standard fee schedule - ask for a copy."
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
               GO TO WRITE-FEE-TERMS-EXIT
           END-IF
           MOVE PRD-MONTHLY-FEE TO WS-DISP-AMOUNT
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "  Monthly maintenance fee      " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           IF WS-EXC-FOUND = 1 AND WS-EXC-FEE-WAIVED = "Y"
               MOVE "    (waived under your pricing agreement)"
                   TO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
           END-IF
           MOVE PRD-MINIMUM-BALANCE TO WS-DISP-AMOUNT
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "  Minimum balance              " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE PRD-OVERDRAFT-FEE TO WS-DISP-AMOUNT
           MOVE SPACES TO DISCLOSURE-LINE
           STRING "  Overdraft fee                " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           IF PRD-DEBIT-RATE > 0
               COMPUTE WS-RATE-PCT = PRD-DEBIT-RATE * 100
               MOVE WS-RATE-PCT TO WS-DISP-RATE
               MOVE SPACES TO DISCLOSURE-LINE
               STRING "  Interest on overdrawn balances   "
                   WS-DISP-RATE "% a year"
                   DELIMITED BY SIZE INTO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
           END-IF
           IF PRD-WD-LIMIT > 0
               MOVE PRD-WD-LIMIT TO WS-DISP-COUNT
               MOVE PRD-EXCESS-WD-FEE TO WS-DISP-AMOUNT
               MOVE SPACES TO DISCLOSURE-LINE
               STRING "  Withdrawals/transfers out: " WS-DISP-COUNT
                   " a month free, then" WS-DISP-AMOUNT " each"
                   DELIMITED BY SIZE INTO DISCLOSURE-LINE
               WRITE DISCLOSURE-LINE
           END-IF.
       WRITE-FEE-TERMS-EXIT.
           EXIT.

      *> The product's per-item schedule, as FEE_ASSESSMENT charges
      *> it.
       WRITE-ITEM-FEES.
           OPEN INPUT ITEM-FEE-FILE
           IF ITEM-FEE-FILE-STATUS NOT = "00"
               GO TO WRITE-ITEM-FEES-EXIT
           END-IF
           MOVE LK-ACCOUNT-TYPE TO IFS-ACCOUNT-TYPE
           MOVE LOW-VALUES TO IFS-TXN-TYPE
           START ITEM-FEE-FILE KEY IS >= IFS-KEY
               INVALID KEY
                   CLOSE ITEM-FEE-FILE
                   GO TO WRITE-ITEM-FEES-EXIT
           END-START
           PERFORM UNTIL ITEM-FEE-FILE-STATUS = "10"
               READ ITEM-FEE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF IFS-ACCOUNT-TYPE NOT = LK-ACCOUNT-TYPE
                           EXIT PERFORM
                       END-IF
                       MOVE IFS-FREE-ITEMS TO WS-DISP-COUNT
                       MOVE IFS-ITEM-FEE TO WS-DISP-AMOUNT
                       MOVE SPACES TO DISCLOSURE-LINE
                       STRING "  Per item " IFS-TXN-TYPE " "
                           WS-DISP-COUNT " a month free, then"
                           WS-DISP-AMOUNT " each"
                           DELIMITED BY SIZE INTO DISCLOSURE-LINE
                       WRITE DISCLOSURE-LINE
               END-READ
           END-PERFORM
           CLOSE ITEM-FEE-FILE.
       WRITE-ITEM-FEES-EXIT.
           EXIT.

       FORMAT-DATE.
           MOVE SPACES TO WS-DISP-DATE
           STRING WS-DATE-WORK(1:4) "-" WS-DATE-WORK(5:2) "-"
               WS-DATE-WORK(7:2)
               DELIMITED BY SIZE INTO WS-DISP-DATE.
