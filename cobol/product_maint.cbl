      *> on an empty file offers to seed CHECKING and SAVINGS with the
      *> terms the programs used to hardcode, so behaviour doesn't
      *> change until a supervisor changes it.
      *> Also keeps each product's per-item fee schedule - the free
      *> items a month and the fee per item after them, by
      *> transaction type - that FEE_ASSESSMENT charges from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-ACCOUNT-TYPE
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT ITEM-FEE-FILE ASSIGN TO "item_fee_schedule.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFS-KEY
               FILE STATUS IS ITEM-FEE-FILE-STATUS.
           SELECT TXN-TYPE-FILE ASSIGN TO "txn_types.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TT-CODE
               FILE STATUS IS TXN-TYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       COPY "product_record.cpy".

       FD ITEM-FEE-FILE.
       COPY "item_fee_record.cpy".

       FD TXN-TYPE-FILE.
       COPY "txn_type_record.cpy".

       WORKING-STORAGE SECTION.
       01 PRODUCT-FILE-STATUS PIC XX.
       01 CHOICE              PIC 9 VALUE 0.
       01 WS-OLD-MIN-BALANCE  PIC X(30).
       01 WS-OLD-DEFAULT-OD   PIC X(30).
       01 WS-OLD-CURRENCY     PIC X(30).
       01 WS-OLD-LATE-TERMS   PIC X(30).
       01 WS-LATE-LINE        PIC X(30).
       01 WS-OLD-WD-TERMS     PIC X(30).
       01 WS-WD-LINE          PIC X(30).
       01 WS-WD-LIMIT-DISP    PIC ZZ9.
       01 WS-OLD-REPRICE      PIC X(30).
       01 WS-REPRICE-LINE     PIC X(30).
       01 WS-REPRICE-IDX      PIC 9 VALUE 1.
       01 WS-REPRICE-TOTAL    PIC 9(4) VALUE 0.
       01 WS-OLD-DEBIT-RATE   PIC X(30).
       01 WS-OLD-EARLY-WD     PIC X(30).
       01 WS-EARLY-WD-LINE    PIC X(30).
       01 WS-GRACE-DISP       PIC ZZ9.
       01 WS-PCT-DISP         PIC Z9.99.
       01 WS-RATE-DISP        PIC 9.9(4).
       01 WS-AMOUNT-DISP      PIC 9(10).99.
       01 WS-TIER-LINE        PIC X(30).
       01 ITEM-FEE-FILE-STATUS PIC XX.
       01 TXN-TYPE-FILE-STATUS PIC XX.
       01 WS-ITEM-CHOICE      PIC 9 VALUE 0.
       01 WS-ITEM-TXN-TYPE    PIC X(15).
       01 WS-ITEM-ROWS        PIC 9(3) VALUE 0.
       01 WS-ITEM-LINE        PIC X(30).
       01 WS-FREE-DISP        PIC ZZZ9.
       01 WS-OLD-ITEM-TERMS   PIC X(30).
       01 WS-ITEM-TYPE-OK     PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-BD-OPEN-FLAG     PIC 9 VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           PERFORM OFFER-SEED-IF-EMPTY
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List products"
               DISPLAY "2. Add / update product"
               DISPLAY "3. Per-item fee schedule"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-PRODUCTS
                           THRU LIST-PRODUCTS-EXIT
                   WHEN 2
                       PERFORM UPSERT-PRODUCT
                   WHEN 3
                       PERFORM MAINTAIN-ITEM-FEES
                           THRU MAINTAIN-ITEM-FEES-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
           END-WRITE
           MOVE "SAVINGS" TO PRD-ACCOUNT-TYPE
           PERFORM SET-STANDARD-TERMS
           MOVE 6           TO PRD-WD-LIMIT
           MOVE 10.00       TO PRD-EXCESS-WD-FEE
           WRITE PRODUCT-RECORD
               INVALID KEY
                   REWRITE PRODUCT-RECORD
           MOVE 35.00       TO PRD-OVERDRAFT-FEE
           MOVE 0           TO PRD-MINIMUM-BALANCE
           MOVE 0           TO PRD-DEFAULT-OVERDRAFT
           MOVE "USD"       TO PRD-DEFAULT-CURRENCY
           PERFORM CLEAR-LATE-TERMS
           PERFORM CLEAR-WD-TERMS
           PERFORM CLEAR-REPRICE-TERMS
           MOVE 0           TO PRD-DEBIT-RATE
           PERFORM CLEAR-EARLY-WD-TERMS.

       CLEAR-LATE-TERMS.
           MOVE 0           TO PRD-LATE-GRACE-DAYS
           MOVE SPACE       TO PRD-LATE-FEE-TYPE
           MOVE 0           TO PRD-LATE-FEE-AMOUNT
           MOVE 0           TO PRD-LATE-FEE-PCT.

       CLEAR-WD-TERMS.
           MOVE 0           TO PRD-WD-LIMIT
           MOVE 0           TO PRD-EXCESS-WD-FEE.

       CLEAR-EARLY-WD-TERMS.
           MOVE SPACE       TO PRD-EARLY-WD-RULE
           MOVE 0           TO PRD-EARLY-WD-PCT
           MOVE 0           TO PRD-EARLY-WD-MIN.

       CLEAR-REPRICE-TERMS.
           PERFORM CLEAR-ONE-REPRICE
               VARYING WS-REPRICE-IDX FROM 1 BY 1
               UNTIL WS-REPRICE-IDX > 6.

       CLEAR-ONE-REPRICE.
           MOVE 0 TO PRD-REPRICE-PCT(WS-REPRICE-IDX).

       LIST-PRODUCTS.
           MOVE LOW-VALUES TO PRD-ACCOUNT-TYPE
           DISPLAY "  Overdraft fee:     " PRD-OVERDRAFT-FEE
           DISPLAY "  Minimum balance:   " PRD-MINIMUM-BALANCE
           DISPLAY "  Default overdraft: " PRD-DEFAULT-OVERDRAFT
           DISPLAY "  Default currency:  " PRD-DEFAULT-CURRENCY
           IF PRD-LATE-FEE-FLAT OR PRD-LATE-FEE-PCT-OF-PMT
               PERFORM FORMAT-LATE-LINE
               DISPLAY "  Late charge:       " WS-LATE-LINE
           END-IF
           IF PRD-WD-LIMIT > 0
               PERFORM FORMAT-WD-LINE
               DISPLAY "  Withdrawal limit:  " WS-WD-LINE
           END-IF
           PERFORM FORMAT-REPRICE-LINE
           IF WS-REPRICE-TOTAL > 0
               DISPLAY "  Repricing profile: " WS-REPRICE-LINE
           END-IF
           IF PRD-DEBIT-RATE > 0
               DISPLAY "  Debit interest:    " PRD-DEBIT-RATE
           END-IF
           IF PRD-EARLY-WD-BLOCKED OR PRD-EARLY-WD-PENALTY
               PERFORM FORMAT-EARLY-WD-LINE
               DISPLAY "  Early withdrawal:  " WS-EARLY-WD-LINE
           END-IF.

       SHOW-ONE-TIER.
           DISPLAY "  Tier " WS-TIER-IDX " up to "
           ACCEPT WS-TYPE-INPUT
           MOVE WS-TYPE-INPUT TO PRD-ACCOUNT-TYPE
           PERFORM CAPTURE-OLD-TERMS
               THRU CAPTURE-OLD-TERMS-EXIT
           MOVE WS-TYPE-INPUT TO PRD-ACCOUNT-TYPE
           PERFORM ACCEPT-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
           ACCEPT PRD-DEFAULT-OVERDRAFT
           DISPLAY "Default currency code: "
           ACCEPT PRD-DEFAULT-CURRENCY
           IF PRD-ACCOUNT-TYPE = "LOAN"
               PERFORM ACCEPT-LATE-TERMS
           ELSE
               PERFORM CLEAR-LATE-TERMS
           END-IF
           IF PRD-ACCOUNT-TYPE = "SAVINGS"
               PERFORM ACCEPT-WD-TERMS
           ELSE
               PERFORM CLEAR-WD-TERMS
           END-IF
           IF PRD-ACCOUNT-TYPE = "LOAN" OR "CREDITLINE" OR "TERMDEP"
               PERFORM CLEAR-REPRICE-TERMS
               MOVE 0 TO PRD-DEBIT-RATE
           ELSE
               PERFORM ACCEPT-REPRICE-TERMS
               DISPLAY "Debit interest rate on overdrawn balances "
                   "(e.g. 0.1800, 0 for none): "
               ACCEPT PRD-DEBIT-RATE
           END-IF
           IF PRD-ACCOUNT-TYPE = "GOALSAVE"
               PERFORM ACCEPT-EARLY-WD-TERMS
           ELSE
               PERFORM CLEAR-EARLY-WD-TERMS
           END-IF
           WRITE PRODUCT-RECORD
               INVALID KEY
                   REWRITE PRODUCT-RECORD
       CAPTURE-OLD-TERMS.
           MOVE "NEW" TO WS-OLD-TIERS WS-OLD-MONTHLY-FEE
               WS-OLD-OD-FEE WS-OLD-MIN-BALANCE WS-OLD-DEFAULT-OD
               WS-OLD-CURRENCY WS-OLD-LATE-TERMS WS-OLD-WD-TERMS
               WS-OLD-REPRICE WS-OLD-DEBIT-RATE WS-OLD-EARLY-WD
           READ PRODUCT-FILE
               INVALID KEY
                   GO TO CAPTURE-OLD-TERMS-EXIT
           MOVE WS-AMOUNT-DISP TO WS-OLD-MIN-BALANCE
           MOVE PRD-DEFAULT-OVERDRAFT TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO WS-OLD-DEFAULT-OD
           MOVE PRD-DEFAULT-CURRENCY TO WS-OLD-CURRENCY
           PERFORM FORMAT-LATE-LINE
           MOVE WS-LATE-LINE TO WS-OLD-LATE-TERMS
           PERFORM FORMAT-WD-LINE
           MOVE WS-WD-LINE TO WS-OLD-WD-TERMS
           PERFORM FORMAT-REPRICE-LINE
           MOVE WS-REPRICE-LINE TO WS-OLD-REPRICE
           MOVE PRD-DEBIT-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-OLD-DEBIT-RATE
           MOVE WS-RATE-DISP TO WS-OLD-DEBIT-RATE
           PERFORM FORMAT-EARLY-WD-LINE
           MOVE WS-EARLY-WD-LINE TO WS-OLD-EARLY-WD.
       CAPTURE-OLD-TERMS-EXIT.
           EXIT.

       FORMAT-TIER-LINE-EXIT.
           EXIT.

      *> Grace days, charge type and the flat amount / percentage on
      *> one line, for the listing and the audit trail.
       FORMAT-LATE-LINE.
           MOVE SPACES TO WS-LATE-LINE
           MOVE PRD-LATE-GRACE-DAYS TO WS-GRACE-DISP
           MOVE PRD-LATE-FEE-AMOUNT TO WS-AMOUNT-DISP
           MOVE PRD-LATE-FEE-PCT TO WS-PCT-DISP
           STRING WS-GRACE-DISP "D " PRD-LATE-FEE-TYPE " "
               WS-AMOUNT-DISP " " WS-PCT-DISP "%"
               DELIMITED BY SIZE INTO WS-LATE-LINE.

      *> Monthly withdrawal count and the excess fee, one line.
       FORMAT-WD-LINE.
           MOVE SPACES TO WS-WD-LINE
           MOVE PRD-WD-LIMIT TO WS-WD-LIMIT-DISP
           MOVE PRD-EXCESS-WD-FEE TO WS-AMOUNT-DISP
           STRING WS-WD-LIMIT-DISP "/MO FEE " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO WS-WD-LINE.

      *> The six repricing percentages, shortest bucket first, and
      *> their total (0 when no profile is set).
       FORMAT-REPRICE-LINE.
           MOVE SPACES TO WS-REPRICE-LINE
           STRING PRD-REPRICE-PCT(1) "/" PRD-REPRICE-PCT(2) "/"
               PRD-REPRICE-PCT(3) "/" PRD-REPRICE-PCT(4) "/"
               PRD-REPRICE-PCT(5) "/" PRD-REPRICE-PCT(6)
               DELIMITED BY SIZE INTO WS-REPRICE-LINE
           MOVE 0 TO WS-REPRICE-TOTAL
           PERFORM ADD-ONE-REPRICE
               VARYING WS-REPRICE-IDX FROM 1 BY 1
               UNTIL WS-REPRICE-IDX > 6.

       ADD-ONE-REPRICE.
           ADD PRD-REPRICE-PCT(WS-REPRICE-IDX) TO WS-REPRICE-TOTAL.

      *> Early-withdrawal rule, penalty percentage and minimum, one
      *> line.
       FORMAT-EARLY-WD-LINE.
           MOVE SPACES TO WS-EARLY-WD-LINE
           MOVE PRD-EARLY-WD-PCT TO WS-PCT-DISP
           MOVE PRD-EARLY-WD-MIN TO WS-AMOUNT-DISP
           STRING PRD-EARLY-WD-RULE " " WS-PCT-DISP "% MIN "
               WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO WS-EARLY-WD-LINE.

      *> One audit row per term that changed - LOG_REF_CHANGE drops
      *> the calls where old and new are equal.
       LOG-PRODUCT-CHANGES.
           MOVE SPACES TO WS-RC-NEW
           MOVE PRD-DEFAULT-CURRENCY TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-OLD-CURRENCY WS-RC-NEW
           MOVE "LATE-CHARGE" TO WS-RC-FIELD
           PERFORM FORMAT-LATE-LINE
           MOVE WS-LATE-LINE TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-OLD-LATE-TERMS WS-RC-NEW
           MOVE "WITHDRAWAL-LIMIT" TO WS-RC-FIELD
           PERFORM FORMAT-WD-LINE
           MOVE WS-WD-LINE TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-OLD-WD-TERMS WS-RC-NEW
           MOVE "REPRICE-PROFILE" TO WS-RC-FIELD
           PERFORM FORMAT-REPRICE-LINE
           MOVE WS-REPRICE-LINE TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-OLD-REPRICE WS-RC-NEW
           MOVE "DEBIT-RATE" TO WS-RC-FIELD
           MOVE PRD-DEBIT-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-RC-NEW
           MOVE WS-RATE-DISP TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-OLD-DEBIT-RATE WS-RC-NEW
           MOVE "EARLY-WITHDRAWAL" TO WS-RC-FIELD
           PERFORM FORMAT-EARLY-WD-LINE
           MOVE WS-EARLY-WD-LINE TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-OLD-EARLY-WD WS-RC-NEW.
       LOG-PRODUCT-CHANGES-EXIT.
           EXIT.

           ACCEPT PRD-TIER-LIMIT(WS-TIER-IDX)
           DISPLAY "Tier " WS-TIER-IDX " annual rate (e.g. 0.0150): "
           ACCEPT PRD-TIER-RATE(WS-TIER-IDX).

      *> Lending products carry late-charge terms: the days of grace
      *> after an installment falls due, then either a flat charge or
      *> a percentage of the installment.
       ACCEPT-LATE-TERMS.
           DISPLAY "Late charge grace days: "
           ACCEPT PRD-LATE-GRACE-DAYS
           DISPLAY "Late charge type (F=flat, P=percent of payment): "
           ACCEPT PRD-LATE-FEE-TYPE
           MOVE FUNCTION UPPER-CASE(PRD-LATE-FEE-TYPE)
               TO PRD-LATE-FEE-TYPE
           MOVE 0 TO PRD-LATE-FEE-AMOUNT
           MOVE 0 TO PRD-LATE-FEE-PCT
           EVALUATE TRUE
               WHEN PRD-LATE-FEE-FLAT
                   DISPLAY "Flat late charge amount: "
                   ACCEPT PRD-LATE-FEE-AMOUNT
               WHEN PRD-LATE-FEE-PCT-OF-PMT
                   DISPLAY "Late charge percent of installment: "
                   ACCEPT PRD-LATE-FEE-PCT
               WHEN OTHER
                   DISPLAY "Unknown type - no late charge."
                   MOVE SPACE TO PRD-LATE-FEE-TYPE
           END-EVALUATE.

      *> Savings products carry the monthly limit on convenience
      *> withdrawals and transfers out, and the fee on each one over
      *> it. A limit of 0 means the count is not limited.
       ACCEPT-WD-TERMS.
           DISPLAY "Withdrawals allowed per month (0 = no limit): "
           ACCEPT PRD-WD-LIMIT
           DISPLAY "Fee per excess withdrawal: "
           ACCEPT PRD-EXCESS-WD-FEE.

      *> Deposit products carry the ALM assumption for how their
      *> balances reprice: a percentage per gap bucket, adding to
      *> 100, or all zero for none.
       ACCEPT-REPRICE-TERMS.
           DISPLAY "Repricing profile - percent of balance per "
               "bucket (all 0 = none):"
           DISPLAY "  1=0-30 days 2=31-90 3=91-180 4=181-365 "
               "5=1-3 years 6=over 3 years"
           PERFORM ACCEPT-ONE-REPRICE
               VARYING WS-REPRICE-IDX FROM 1 BY 1
               UNTIL WS-REPRICE-IDX > 6
           PERFORM FORMAT-REPRICE-LINE
           IF WS-REPRICE-TOTAL NOT = 0 AND NOT = 100
               DISPLAY "Percentages add to " WS-REPRICE-TOTAL
                   ", not 100 - repricing profile cleared."
               PERFORM CLEAR-REPRICE-TERMS
           END-IF.

      *> Goal savings products carry what happens to a withdrawal
      *> before the goal's release date: blocked, or a penalty of a
      *> percentage of the amount taken with a minimum charge.
       ACCEPT-EARLY-WD-TERMS.
           DISPLAY "Early withdrawal before release (B=blocked, "
               "P=penalty): "
           ACCEPT PRD-EARLY-WD-RULE
           MOVE FUNCTION UPPER-CASE(PRD-EARLY-WD-RULE)
               TO PRD-EARLY-WD-RULE
           MOVE 0 TO PRD-EARLY-WD-PCT
           MOVE 0 TO PRD-EARLY-WD-MIN
           EVALUATE TRUE
               WHEN PRD-EARLY-WD-BLOCKED
                   CONTINUE
               WHEN PRD-EARLY-WD-PENALTY
                   DISPLAY "Penalty percent of amount withdrawn: "
                   ACCEPT PRD-EARLY-WD-PCT
                   DISPLAY "Minimum penalty: "
                   ACCEPT PRD-EARLY-WD-MIN
               WHEN OTHER
                   DISPLAY "Unknown rule - early withdrawal blocked."
                   MOVE "B" TO PRD-EARLY-WD-RULE
           END-EVALUATE.

       ACCEPT-ONE-REPRICE.
           DISPLAY "  Bucket " WS-REPRICE-IDX " percent: "
           ACCEPT PRD-REPRICE-PCT(WS-REPRICE-IDX).

      *> The per-item schedule for one product: list it, set the
      *> free allowance and fee for a transaction type, or take a
      *> type off. Only registered, non-fee transaction types may be
      *> scheduled - a fee is never charged for being charged a fee.
       MAINTAIN-ITEM-FEES.
           DISPLAY "Product (account type): "
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
           MOVE WS-TYPE-INPUT TO PRD-ACCOUNT-TYPE
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "No such product on file."
                   GO TO MAINTAIN-ITEM-FEES-EXIT
           END-READ
           OPEN I-O ITEM-FEE-FILE
           IF ITEM-FEE-FILE-STATUS = "35"
               OPEN OUTPUT ITEM-FEE-FILE
               CLOSE ITEM-FEE-FILE
               OPEN I-O ITEM-FEE-FILE
           END-IF
           IF ITEM-FEE-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "item_fee_schedule.db" ITEM-FEE-FILE-STATUS
               GO TO MAINTAIN-ITEM-FEES-EXIT
           END-IF
           MOVE 0 TO WS-ITEM-CHOICE
           PERFORM UNTIL WS-ITEM-CHOICE = 4
               DISPLAY "1. List schedule for " WS-TYPE-INPUT
               DISPLAY "2. Set free items / fee for a transaction "
                   "type"
               DISPLAY "3. Remove a transaction type"
               DISPLAY "4. Back"
               ACCEPT WS-ITEM-CHOICE
               EVALUATE WS-ITEM-CHOICE
                   WHEN 1
                       PERFORM LIST-ITEM-FEES THRU LIST-ITEM-FEES-EXIT
                   WHEN 2
                       PERFORM SET-ITEM-FEE THRU SET-ITEM-FEE-EXIT
                   WHEN 3
                       PERFORM REMOVE-ITEM-FEE
                           THRU REMOVE-ITEM-FEE-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE ITEM-FEE-FILE.
       MAINTAIN-ITEM-FEES-EXIT.
           EXIT.

       LIST-ITEM-FEES.
           MOVE 0 TO WS-ITEM-ROWS
           MOVE WS-TYPE-INPUT TO IFS-ACCOUNT-TYPE
           MOVE LOW-VALUES TO IFS-TXN-TYPE
           START ITEM-FEE-FILE KEY IS >= IFS-KEY
               INVALID KEY
                   DISPLAY "No per-item fees for " WS-TYPE-INPUT
                   GO TO LIST-ITEM-FEES-EXIT
           END-START
           PERFORM UNTIL ITEM-FEE-FILE-STATUS = "10"
               READ ITEM-FEE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF IFS-ACCOUNT-TYPE NOT = WS-TYPE-INPUT
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-ITEM-ROWS
                       PERFORM FORMAT-ITEM-LINE
                       DISPLAY "  " IFS-TXN-TYPE " " WS-ITEM-LINE
               END-READ
           END-PERFORM
           IF WS-ITEM-ROWS = 0
               DISPLAY "No per-item fees for " WS-TYPE-INPUT
           END-IF.
       LIST-ITEM-FEES-EXIT.
           EXIT.

      *> Free allowance and fee per item, one line.
       FORMAT-ITEM-LINE.
           MOVE SPACES TO WS-ITEM-LINE
           MOVE IFS-FREE-ITEMS TO WS-FREE-DISP
           MOVE IFS-ITEM-FEE TO WS-AMOUNT-DISP
           STRING WS-FREE-DISP " FREE FEE " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO WS-ITEM-LINE.

       SET-ITEM-FEE.
           DISPLAY "Transaction type (e.g. WITHDRAWAL, CHECK-PAID, "
               "ACH-DEBIT, WIRE-OUT, CARD-DEBIT): "
           ACCEPT WS-ITEM-TXN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-ITEM-TXN-TYPE)
               TO WS-ITEM-TXN-TYPE
           PERFORM CHECK-ITEM-TXN-TYPE
               THRU CHECK-ITEM-TXN-TYPE-EXIT
           IF WS-ITEM-TYPE-OK = 0
               GO TO SET-ITEM-FEE-EXIT
           END-IF
           MOVE "NEW" TO WS-OLD-ITEM-TERMS
           MOVE WS-TYPE-INPUT TO IFS-ACCOUNT-TYPE
           MOVE WS-ITEM-TXN-TYPE TO IFS-TXN-TYPE
           MOVE 0 TO WS-ROW-FOUND
           READ ITEM-FEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-ROW-FOUND
                   PERFORM FORMAT-ITEM-LINE
                   MOVE WS-ITEM-LINE TO WS-OLD-ITEM-TERMS
           END-READ
           MOVE WS-TYPE-INPUT TO IFS-ACCOUNT-TYPE
           MOVE WS-ITEM-TXN-TYPE TO IFS-TXN-TYPE
           DISPLAY "Free items per month: "
           ACCEPT IFS-FREE-ITEMS
           DISPLAY "Fee per item after that: "
           ACCEPT IFS-ITEM-FEE
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE WS-BUSINESS-DATE TO IFS-UPDATED-DATE
           IF WS-ROW-FOUND = 1
               REWRITE ITEM-FEE-RECORD
               DISPLAY "Per-item fee updated."
           ELSE
               WRITE ITEM-FEE-RECORD
               DISPLAY "Per-item fee added."
           END-IF
           PERFORM FORMAT-ITEM-LINE
           MOVE WS-ITEM-LINE TO WS-RC-NEW
           PERFORM LOG-ITEM-CHANGE.
       SET-ITEM-FEE-EXIT.
           EXIT.

       REMOVE-ITEM-FEE.
           DISPLAY "Transaction type to remove: "
           ACCEPT WS-ITEM-TXN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-ITEM-TXN-TYPE)
               TO WS-ITEM-TXN-TYPE
           MOVE WS-TYPE-INPUT TO IFS-ACCOUNT-TYPE
           MOVE WS-ITEM-TXN-TYPE TO IFS-TXN-TYPE
           READ ITEM-FEE-FILE
               INVALID KEY
                   DISPLAY "That type is not on the schedule."
                   GO TO REMOVE-ITEM-FEE-EXIT
           END-READ
           PERFORM FORMAT-ITEM-LINE
           MOVE WS-ITEM-LINE TO WS-OLD-ITEM-TERMS
           DELETE ITEM-FEE-FILE RECORD
           DISPLAY "Per-item fee removed."
           MOVE "REMOVED" TO WS-RC-NEW
           PERFORM LOG-ITEM-CHANGE.
       REMOVE-ITEM-FEE-EXIT.
           EXIT.

       CHECK-ITEM-TXN-TYPE.
           MOVE 0 TO WS-ITEM-TYPE-OK
           OPEN INPUT TXN-TYPE-FILE
           IF TXN-TYPE-FILE-STATUS NOT = "00"
               DISPLAY "Transaction-type master not available."
               GO TO CHECK-ITEM-TXN-TYPE-EXIT
           END-IF
           MOVE WS-ITEM-TXN-TYPE TO TT-CODE
           READ TXN-TYPE-FILE
               INVALID KEY
                   DISPLAY "Not a registered transaction type."
               NOT INVALID KEY
                   IF TT-IS-FEE
                       DISPLAY "A fee type cannot carry a per-item "
                           "fee."
                   ELSE
                       MOVE 1 TO WS-ITEM-TYPE-OK
                   END-IF
           END-READ
           CLOSE TXN-TYPE-FILE.
       CHECK-ITEM-TXN-TYPE-EXIT.
           EXIT.

       LOG-ITEM-CHANGE.
           MOVE SPACES TO WS-RC-KEY
           STRING WS-TYPE-INPUT " " WS-ITEM-TXN-TYPE
               DELIMITED BY SIZE INTO WS-RC-KEY
           MOVE "ITEM-FEE" TO WS-RC-FIELD
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-OLD-ITEM-TERMS WS-RC-NEW.
