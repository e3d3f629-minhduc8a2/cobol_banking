      *> when no product row exists. Companion to the
      *> INTEREST_ACCRUAL / INTEREST_CAPITALIZE pair, which credits
      *> positive balances - this program is what actually makes
      *> carrying an overdraft cost something. No fee is charged to
      *> a customer under an active bankruptcy case.
      *> Accounts whose product has a per-item fee schedule also have
      *> the month's items of each scheduled transaction type counted
      *> from transaction.db; every item past the free allowance is
      *> charged, one ITEM-FEE debit per transaction type, and the
      *> counts are kept in item_usage.db for the statement. A fee
      *> waiver on a pricing exception waives the item fees too.
      *> A business customer's accounts are priced by
      *> ACCOUNT_ANALYSIS instead, so they carry neither the
      *> maintenance fee nor item fees here - only the overdraft
      *> fee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT ITEM-FEE-FILE ASSIGN TO "item_fee_schedule.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IFS-KEY
               FILE STATUS IS ITEM-FEE-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT ITEM-USAGE-FILE ASSIGN TO "item_usage.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IU-KEY
               FILE STATUS IS ITEM-USAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
           COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD ITEM-FEE-FILE.
       COPY "item_fee_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD ITEM-USAGE-FILE.
       COPY "item_usage_record.cpy".

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS    PIC XX.
       01 WS-ANALYZED-ACCOUNT    PIC 9 VALUE 0.
       01 WS-ANALYZED-SKIPPED    PIC 9(6) VALUE 0.
       01 WS-MONTHLY-FEE         PIC 9(10)V99 VALUE 5.00.
       01 WS-OVERDRAFT-FEE       PIC 9(10)V99 VALUE 35.00.
       01 WS-TXN-TYPE            PIC X(15) VALUE "FEE".
       01 WS-LEDGER-RATE PIC 9(03)V9(6) VALUE 1.
       01 WS-ACCOUNT-FROZEN      PIC 9 VALUE 0.
       01 WS-FROZEN-SKIPPED      PIC 9(6) VALUE 0.
       01 WS-IN-BANKRUPTCY       PIC 9 VALUE 0.
       01 WS-STAYED-SKIPPED      PIC 9(6) VALUE 0.
       01 WS-OD-SWEPT            PIC 9 VALUE 0.
       01 WS-LETTER-EVENT        PIC X(15) VALUE "FEE".
       01 WS-SAVED-KEY.
           05 WS-PRD-MINIMUM-BALANCE   PIC 9(10)V99.
           05 WS-PRD-DEFAULT-OVERDRAFT PIC 9(10)V99.
           05 WS-PRD-DEFAULT-CURRENCY  PIC X(03).
           05 WS-PRD-LATE-GRACE-DAYS   PIC 9(3).
           05 WS-PRD-LATE-FEE-TYPE     PIC X(01).
           05 WS-PRD-LATE-FEE-AMOUNT   PIC 9(8)V99.
           05 WS-PRD-LATE-FEE-PCT      PIC 9(2)V99.
           05 WS-PRD-WD-LIMIT          PIC 9(3).
           05 WS-PRD-EXCESS-WD-FEE     PIC 9(8)V99.
           05 WS-PRD-REPRICE-PCT       PIC 9(3) OCCURS 6 TIMES.
           05 WS-PRD-DEBIT-RATE        PIC 9V9(4).
           05 WS-PRD-EARLY-WD-RULE     PIC X(01).
           05 WS-PRD-EARLY-WD-PCT      PIC 9(2)V99.
           05 WS-PRD-EARLY-WD-MIN      PIC 9(8)V99.
       01 WS-PRODUCT-FOUND             PIC 9 VALUE 0.

       01 WS-CAL-DATE         PIC 9(8).
       01 WS-ME-JOB          PIC X(10).
       01 WS-ME-BLOCKED      PIC 9 VALUE 0.

      *> The per-item schedule, loaded once; the count and charge
      *> columns are reset for each account whose product has rows.
       01 ITEM-FEE-FILE-STATUS       PIC XX.
       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 ITEM-USAGE-FILE-STATUS     PIC XX.
       01 WS-ITEM-SCHEDULE.
           05 WS-IS-ENTRY OCCURS 60 TIMES.
               10 WS-IS-ACCOUNT-TYPE PIC X(10).
               10 WS-IS-TXN-TYPE     PIC X(15).
               10 WS-IS-FREE-ITEMS   PIC 9(4).
               10 WS-IS-ITEM-FEE     PIC 9(8)V99.
               10 WS-IS-COUNT        PIC 9(5).
               10 WS-IS-CHARGED      PIC 9(5).
               10 WS-IS-FEE          PIC 9(8)V99.
       01 WS-IS-TOTAL        PIC 9(3) VALUE 0.
       01 WS-IS-IX           PIC 9(3).
       01 WS-IS-ON-PRODUCT   PIC 9(3) VALUE 0.
       01 WS-ITEM-MONTH      PIC 9(6).
       01 WS-ITEM-MONTH-X    PIC X(7).
       01 WS-ITEM-FEE-TOTAL  PIC 9(10)V99.
       01 WS-ITEMS-WAIVED    PIC 9 VALUE 0.
       01 WS-TXN-TYPE-ITEM   PIC X(15) VALUE "ITEM-FEE".
       01 WS-ITEM-TXN-AMOUNT PIC S9(10)V99.
       01 WS-ITEM-ACCOUNTS   PIC 9(6) VALUE 0.
       01 WS-ITEM-FEES-CHARGED PIC S9(10)V99 VALUE 0.
       01 WS-SWEEP-AMOUNT    PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   Exactly once per month: the month-end guard refuses a
           DISPLAY "Fee assessment is running."
           DISPLAY "----------------------------"
           PERFORM OPEN-FILES
           PERFORM LOAD-ITEM-SCHEDULE THRU LOAD-ITEM-SCHEDULE-EXIT
           PERFORM ASSESS-FEES
           PERFORM CLOSE-FILES
           DISPLAY "Accounts charged: " WS-ACCOUNTS-CHARGED
               DISPLAY "Monthly fees waived by pricing exception: "
                   WS-FEES-WAIVED-COUNT
           END-IF
           DISPLAY "Accounts charged per-item fees: "
               WS-ITEM-ACCOUNTS
           DISPLAY "Total per-item fees: " WS-ITEM-FEES-CHARGED
           DISPLAY "Frozen accounts skipped: " WS-FROZEN-SKIPPED
           DISPLAY "Bankruptcy accounts skipped: " WS-STAYED-SKIPPED
           DISPLAY "Business accounts left to analysis: "
               WS-ANALYZED-SKIPPED
           GOBACK.

       OPEN-FILES.
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O ITEM-USAGE-FILE
           IF ITEM-USAGE-FILE-STATUS = "35"
               OPEN OUTPUT ITEM-USAGE-FILE
               CLOSE ITEM-USAGE-FILE
               OPEN I-O ITEM-USAGE-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE BALANCE-DB-FILE
           CLOSE USER-DB-FILE
           CLOSE ITEM-USAGE-FILE.

       ASSESS-FEES.
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGE-FEES-ON-ACCOUNT
                           THRU CHARGE-FEES-ON-ACCOUNT-EXIT
               END-READ
           END-PERFORM.

       CHARGE-FEES-ON-ACCOUNT.
      *>   Loans are negative by design and amortize on their own
      *>   schedule, and a term deposit is a fixed sum at a locked
      *>   rate - neither is a fee-bearing deposit account. A
      *>   credit line is billed by CREDIT_LINE_CYCLE. A fee taken
      *>   out of a RETIREMENT account would be a distribution,
      *>   and one out of a GOALSAVE pot an early withdrawal. An
      *>   ESCROW row is held for taxes and insurance and may run
      *>   negative on purpose while a short escrow is advanced.
           IF BALANCE-REC-ACCOUNT-TYPE = "LOAN"
              OR BALANCE-REC-ACCOUNT-TYPE = "TERMDEP"
              OR BALANCE-REC-ACCOUNT-TYPE = "CREDITLINE"
              OR BALANCE-REC-ACCOUNT-TYPE = "RETIREMENT"
              OR BALANCE-REC-ACCOUNT-TYPE = "GOALSAVE"
              OR BALANCE-REC-ACCOUNT-TYPE = "ESCROW"
               GO TO CHARGE-FEES-ON-ACCOUNT-EXIT
           END-IF
      *>   A fee is a debit like any other - a frozen account is
               ADD 1 TO WS-FROZEN-SKIPPED
               GO TO CHARGE-FEES-ON-ACCOUNT-EXIT
           END-IF
      *>   The automatic stay bars fees as much as any other demand.
           CALL "CHECK_BANKRUPTCY" USING BALANCE-REC-ID
               WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 1
               ADD 1 TO WS-STAYED-SKIPPED
               GO TO CHARGE-FEES-ON-ACCOUNT-EXIT
           END-IF
           PERFORM PICK-PRODUCT-FEES
           PERFORM CHECK-ANALYZED-ACCOUNT
           IF WS-ANALYZED-ACCOUNT = 1
               MOVE 0 TO WS-APPLIED-MONTHLY-FEE
               MOVE 0 TO WS-ITEM-FEE-TOTAL
               MOVE 0 TO WS-IS-ON-PRODUCT
           ELSE
               PERFORM COUNT-ACCOUNT-ITEMS
                   THRU COUNT-ACCOUNT-ITEMS-EXIT
           END-IF
           MOVE WS-APPLIED-MONTHLY-FEE TO WS-TOTAL-FEE
           IF BALANCE-REC-BALANCE < 0
               ADD WS-APPLIED-OVERDRAFT-FEE TO WS-TOTAL-FEE
               ADD 1 TO WS-OVERDRAWN-CHARGED
           END-IF
      *>   Analysis prices a business account's services; unless it
      *>   is overdrawn there is nothing left to charge here.
           IF WS-ANALYZED-ACCOUNT = 1 AND WS-TOTAL-FEE = 0
               ADD 1 TO WS-ANALYZED-SKIPPED
               GO TO CHARGE-FEES-ON-ACCOUNT-EXIT
           END-IF
      *>   If the fee would breach the overdraft limit and the
      *>   customer opted into protection, sweep the shortfall from
      *>   the linked account first, then re-read this row (the
      *>   sweep updates it underneath the sequential scan).
           IF BALANCE-REC-BALANCE - WS-TOTAL-FEE - WS-ITEM-FEE-TOTAL
              < (0 - BALANCE-REC-OVERDRAFT-LIMIT)
               MOVE BALANCE-REC-ID   TO WS-SAVED-ID
               MOVE BALANCE-REC-ACCOUNT-TYPE TO WS-SAVED-TYPE
               COMPUTE WS-SWEEP-AMOUNT =
                   WS-TOTAL-FEE + WS-ITEM-FEE-TOTAL
               CALL "OD_PROTECT_SWEEP" USING BALANCE-REC-ID
                   BALANCE-REC-ACCOUNT-TYPE WS-SWEEP-AMOUNT
                   WS-OD-SWEPT
               IF WS-OD-SWEPT = 1
                   MOVE WS-SAVED-ID TO BALANCE-REC-ID
                   MOVE WS-SAVED-TYPE TO BALANCE-REC-ACCOUNT-TYPE
      *>   customer's mail, not just on their statement.
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               BALANCE-REC-ID BALANCE-REC-ACCOUNT-TYPE
               WS-TXN-AMOUNT
           PERFORM POST-ITEM-FEES THRU POST-ITEM-FEES-EXIT.
       CHARGE-FEES-ON-ACCOUNT-EXIT.
           EXIT.

               MOVE 0 TO WS-APPLIED-MONTHLY-FEE
               ADD 1 TO WS-FEES-WAIVED-COUNT
           END-IF.

      *> A business customer's account is one ACCOUNT_ANALYSIS
      *> prices.
       CHECK-ANALYZED-ACCOUNT.
           MOVE 0 TO WS-ANALYZED-ACCOUNT
           MOVE BALANCE-REC-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-IS-BUSINESS
                       MOVE 1 TO WS-ANALYZED-ACCOUNT
                   END-IF
           END-READ.

      *> The whole schedule fits in memory; a row for a product no
      *> account carries simply never matches.
       LOAD-ITEM-SCHEDULE.
           MOVE 0 TO WS-IS-TOTAL
           MOVE WS-CAL-DATE(1:6) TO WS-ITEM-MONTH
           MOVE SPACES TO WS-ITEM-MONTH-X
           STRING WS-CAL-DATE(1:4) "-" WS-CAL-DATE(5:2)
               DELIMITED BY SIZE INTO WS-ITEM-MONTH-X
           OPEN INPUT ITEM-FEE-FILE
           IF ITEM-FEE-FILE-STATUS NOT = "00"
               GO TO LOAD-ITEM-SCHEDULE-EXIT
           END-IF
           PERFORM UNTIL ITEM-FEE-FILE-STATUS = "10"
               READ ITEM-FEE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-IS-TOTAL < 60
                           ADD 1 TO WS-IS-TOTAL
                           MOVE IFS-ACCOUNT-TYPE
                               TO WS-IS-ACCOUNT-TYPE(WS-IS-TOTAL)
                           MOVE IFS-TXN-TYPE
                               TO WS-IS-TXN-TYPE(WS-IS-TOTAL)
                           MOVE IFS-FREE-ITEMS
                               TO WS-IS-FREE-ITEMS(WS-IS-TOTAL)
                           MOVE IFS-ITEM-FEE
                               TO WS-IS-ITEM-FEE(WS-IS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FEE-FILE.
       LOAD-ITEM-SCHEDULE-EXIT.
           EXIT.

      *> Walks this account's rows for the business month through
      *> the alternate key and counts each one whose type is on the
      *> product's schedule, then prices the excess over each free
      *> allowance. A fee waiver in force leaves the counts standing
      *> and the charges at zero.
       COUNT-ACCOUNT-ITEMS.
           MOVE 0 TO WS-ITEM-FEE-TOTAL
           MOVE 0 TO WS-IS-ON-PRODUCT
           MOVE 0 TO WS-ITEMS-WAIVED
           PERFORM VARYING WS-IS-IX FROM 1 BY 1
                   UNTIL WS-IS-IX > WS-IS-TOTAL
               MOVE 0 TO WS-IS-COUNT(WS-IS-IX)
               MOVE 0 TO WS-IS-CHARGED(WS-IS-IX)
               MOVE 0 TO WS-IS-FEE(WS-IS-IX)
               IF WS-IS-ACCOUNT-TYPE(WS-IS-IX)
                  = BALANCE-REC-ACCOUNT-TYPE
                   ADD 1 TO WS-IS-ON-PRODUCT
               END-IF
           END-PERFORM
           IF WS-IS-ON-PRODUCT = 0
               GO TO COUNT-ACCOUNT-ITEMS-EXIT
           END-IF
           IF WS-EXC-FOUND = 1 AND WS-EXC-FEE-WAIVED = "Y"
               MOVE 1 TO WS-ITEMS-WAIVED
           END-IF
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               GO TO COUNT-ACCOUNT-ITEMS-EXIT
           END-IF
           MOVE BALANCE-REC-ID TO TXN-ALT-USER-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO TXN-ALT-ACCOUNT-TYPE
           MOVE WS-ITEM-MONTH-X TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS >= TXN-ALT-KEY
               INVALID KEY
                   MOVE "10" TO TRANSACTION-DB-FILE-STATUS
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-ALT-USER-ID NOT = BALANCE-REC-ID
                          OR TXN-ALT-ACCOUNT-TYPE NOT =
                             BALANCE-REC-ACCOUNT-TYPE
                          OR TXN-ALT-DATE(1:7) NOT = WS-ITEM-MONTH-X
                           EXIT PERFORM
                       END-IF
                       PERFORM COUNT-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-DB-FILE
           PERFORM VARYING WS-IS-IX FROM 1 BY 1
                   UNTIL WS-IS-IX > WS-IS-TOTAL
               IF WS-IS-COUNT(WS-IS-IX) > WS-IS-FREE-ITEMS(WS-IS-IX)
                   COMPUTE WS-IS-CHARGED(WS-IS-IX) =
                       WS-IS-COUNT(WS-IS-IX)
                       - WS-IS-FREE-ITEMS(WS-IS-IX)
                   IF WS-ITEMS-WAIVED = 0
                       COMPUTE WS-IS-FEE(WS-IS-IX) =
                           WS-IS-CHARGED(WS-IS-IX)
                           * WS-IS-ITEM-FEE(WS-IS-IX)
                       ADD WS-IS-FEE(WS-IS-IX) TO WS-ITEM-FEE-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
       COUNT-ACCOUNT-ITEMS-EXIT.
           EXIT.

       COUNT-ONE-ITEM.
           PERFORM VARYING WS-IS-IX FROM 1 BY 1
                   UNTIL WS-IS-IX > WS-IS-TOTAL
               IF WS-IS-ACCOUNT-TYPE(WS-IS-IX) = TXN-ACCOUNT-TYPE
                  AND WS-IS-TXN-TYPE(WS-IS-IX) = TXN-TYPE
                   ADD 1 TO WS-IS-COUNT(WS-IS-IX)
               END-IF
           END-PERFORM.

      *> One ITEM-FEE debit per transaction type charged, so each can
      *> be waived on its own through FEE_WAIVER_REQUEST, and one
      *> usage row per type counted whether or not it was charged.
       POST-ITEM-FEES.
           IF WS-IS-ON-PRODUCT = 0
               GO TO POST-ITEM-FEES-EXIT
           END-IF
           PERFORM VARYING WS-IS-IX FROM 1 BY 1
                   UNTIL WS-IS-IX > WS-IS-TOTAL
               IF WS-IS-ACCOUNT-TYPE(WS-IS-IX)
                  = BALANCE-REC-ACCOUNT-TYPE
                  AND WS-IS-COUNT(WS-IS-IX) > 0
                   PERFORM POST-ONE-ITEM-TYPE
               END-IF
           END-PERFORM
           IF WS-ITEM-FEE-TOTAL > 0
               ADD 1 TO WS-ITEM-ACCOUNTS
               COMPUTE WS-TXN-AMOUNT = 0 - WS-ITEM-FEE-TOTAL
               CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
                   BALANCE-REC-ID BALANCE-REC-ACCOUNT-TYPE
                   WS-TXN-AMOUNT
           END-IF.
       POST-ITEM-FEES-EXIT.
           EXIT.

       POST-ONE-ITEM-TYPE.
           MOVE BALANCE-REC-ID TO IU-USER-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO IU-ACCOUNT-TYPE
           MOVE WS-ITEM-MONTH TO IU-MONTH
           MOVE WS-IS-TXN-TYPE(WS-IS-IX) TO IU-TXN-TYPE
           MOVE WS-IS-COUNT(WS-IS-IX) TO IU-ITEM-COUNT
           MOVE WS-IS-FREE-ITEMS(WS-IS-IX) TO IU-FREE-ITEMS
           MOVE WS-IS-CHARGED(WS-IS-IX) TO IU-CHARGED-ITEMS
           MOVE WS-IS-FEE(WS-IS-IX) TO IU-FEE-CHARGED
           MOVE "N" TO IU-WAIVED-FLAG
           IF WS-ITEMS-WAIVED = 1 AND WS-IS-CHARGED(WS-IS-IX) > 0
               MOVE "Y" TO IU-WAIVED-FLAG
           END-IF
           WRITE ITEM-USAGE-RECORD
               INVALID KEY
                   REWRITE ITEM-USAGE-RECORD
           END-WRITE
           IF WS-IS-FEE(WS-IS-IX) > 0
               COMPUTE WS-NEW-BALANCE =
                   BALANCE-REC-BALANCE - WS-IS-FEE(WS-IS-IX)
               MOVE WS-NEW-BALANCE TO BALANCE-REC-BALANCE
               REWRITE BALANCE-DB-RECORD
               ADD WS-IS-FEE(WS-IS-IX) TO WS-ITEM-FEES-CHARGED
               COMPUTE WS-ITEM-TXN-AMOUNT = 0 - WS-IS-FEE(WS-IS-IX)
               CALL "LOG_TRANSACTION" USING BALANCE-REC-ID
                   WS-TXN-TYPE-ITEM WS-ITEM-TXN-AMOUNT
                   BALANCE-REC-BALANCE BALANCE-REC-ACCOUNT-TYPE
                   WS-LEDGER-RATE
           END-IF.
