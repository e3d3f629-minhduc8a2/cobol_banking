       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE_SIMULATION.

      *> What-if pricing for deposit rate changes, ahead of the rate
      *> committee touching the tiers in PRODUCT_MAINT. A proposal
      *> holds the tier limits and rates wanted for one product
      *> (rate_proposal_record.cpy); the simulation re-runs
      *> ACCRUAL_STEP's daily accrual over the balance_history.db
      *> snapshots of the last N whole months - month-to-date
      *> average balance, the tier that average falls in, plus any
      *> pricing exception in force on the day - once at the product
      *> master's rates and once at the proposed ones. Nothing is
      *> posted. The report gives the interest expense at each rate
      *> set and the difference by product, by tier (the band the
      *> average sits in today) and by branch, with the number of
      *> customers whose rate would move, and goes to
      *> rate_simulation_report.txt and the report archive. A
      *> simulated proposal can then be approved, by someone other
      *> than the operator who entered it, with the date it takes
      *> effect; RATE_PROPOSAL_APPLY loads it into the product
      *> master on that date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-PROPOSAL-FILE ASSIGN TO "rate_proposals.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-ACCOUNT-TYPE
               FILE STATUS IS RATE-PROPOSAL-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "product_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-ACCOUNT-TYPE
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT PRICING-EXC-FILE ASSIGN TO "pricing_exceptions.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS PRICING-EXC-FILE-STATUS.
           SELECT SIM-REPORT-FILE ASSIGN TO "rate_simulation_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-PROPOSAL-FILE.
       COPY "rate_proposal_record.cpy".

       FD PRODUCT-FILE.
       COPY "product_record.cpy".

       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD PRICING-EXC-FILE.
       COPY "pricing_exception_record.cpy".

       FD SIM-REPORT-FILE.
       01 SIM-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 RATE-PROPOSAL-FILE-STATUS   PIC XX.
       01 PRODUCT-FILE-STATUS         PIC XX.
       01 BALANCE-HISTORY-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 PRICING-EXC-FILE-STATUS     PIC XX.
       01 WS-BALANCE-OPEN      PIC 9 VALUE 0.
       01 WS-USER-OPEN         PIC 9 VALUE 0.
       01 WS-EXC-OPEN          PIC 9 VALUE 0.
       01 CHOICE               PIC 9 VALUE 0.
       01 WS-TYPE-INPUT        PIC X(10).
       01 WS-TIER-IDX          PIC 9 VALUE 1.
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-BD-PARTS REDEFINES WS-BUSINESS-DATE.
           05 WS-BD-YEAR       PIC 9(4).
           05 WS-BD-MONTH      PIC 9(2).
           05 WS-BD-DAY        PIC 9(2).
       01 WS-BD-OPEN-FLAG      PIC 9 VALUE 1.
       01 WS-OPERATOR-ID       PIC 9(10) VALUE 0.
       01 WS-MENU-OPTION       PIC 9(02) VALUE 0.
       01 WS-JOURNAL-ACTION    PIC X(30).
       01 WS-JOURNAL-TARGET    PIC 9(10) VALUE 0.
       01 WS-CONFIRM           PIC X VALUE "N".
       01 WS-ROW-FOUND         PIC 9 VALUE 0.
       01 WS-EFFECTIVE-DATE    PIC 9(8).
       01 WS-LIST-COUNT        PIC 9(3) VALUE 0.
       01 WS-PARAM-NAME        PIC X(20).
       01 WS-PARAM-VALUE       PIC X(30).
       01 WS-PARAM-FOUND       PIC 9 VALUE 0.
      *> The history window: N whole calendar months ending with the
      *> last month-end before the business date, so every month's
      *> month-to-date averages start on the 1st as ACCRUAL_STEP's do.
       01 WS-SIM-MONTHS        PIC 9(2) VALUE 0.
       01 WS-MONTHS-INPUT      PIC X(2).
       01 WS-WINDOW-START      PIC 9(8).
       01 WS-WINDOW-END        PIC 9(8).
       01 WS-MONTH-NO          PIC 9(6).
       01 WS-WINDOW-YEAR       PIC 9(4).
       01 WS-WINDOW-MONTH      PIC 9(2).
      *> The products being simulated: the product master's tiers
      *> and the proposal's, with the expense at each by tier.
       01 WS-SIM-TABLE.
           05 WS-SP-ENTRY OCCURS 10 TIMES.
               10 WS-SP-TYPE          PIC X(10).
               10 WS-SP-STATUS        PIC X(01).
               10 WS-SP-CUR-TIER OCCURS 3 TIMES.
                   15 WS-SP-CUR-LIMIT PIC 9(10)V99.
                   15 WS-SP-CUR-RATE  PIC 9V9(4).
               10 WS-SP-NEW-TIER OCCURS 3 TIMES.
                   15 WS-SP-NEW-LIMIT PIC 9(10)V99.
                   15 WS-SP-NEW-RATE  PIC 9V9(4).
               10 WS-SP-TIER-TOTALS OCCURS 3 TIMES.
                   15 WS-SP-TIER-CUR  PIC S9(12)V99.
                   15 WS-SP-TIER-NEW  PIC S9(12)V99.
               10 WS-SP-TOTAL-CUR     PIC S9(12)V99.
               10 WS-SP-TOTAL-NEW     PIC S9(12)V99.
               10 WS-SP-ACCOUNTS      PIC 9(7).
               10 WS-SP-MOVED         PIC 9(7).
       01 WS-SP-COUNT          PIC 9(2) VALUE 0.
       01 WS-SP-IDX            PIC 9(2) VALUE 0.
       01 WS-SP-SCAN           PIC 9(2).
      *> Expense by product and branch.
       01 WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 200 TIMES.
               10 WS-BR-PRODUCT       PIC 9(2).
               10 WS-BR-CODE          PIC X(04).
               10 WS-BR-CUR           PIC S9(12)V99.
               10 WS-BR-NEW           PIC S9(12)V99.
       01 WS-BR-COUNT          PIC 9(3) VALUE 0.
       01 WS-BR-IDX            PIC 9(3) VALUE 0.
       01 WS-BR-SCAN           PIC 9(3).
       01 WS-BR-OVERFLOW       PIC 9(7) VALUE 0.
      *> The account being walked through the history.
       01 WS-CUR-ID            PIC 9(10) VALUE 0.
       01 WS-CUR-TYPE          PIC X(10) VALUE SPACES.
       01 WS-CUR-BRANCH        PIC X(04).
       01 WS-CUR-SKIP          PIC 9 VALUE 0.
       01 WS-CUR-MOVED         PIC 9 VALUE 0.
       01 WS-CUR-MONTH         PIC X(6) VALUE SPACES.
       01 WS-LAST-MOVED-ID     PIC 9(10) VALUE 0.
       01 WS-EXC-FOUND         PIC 9 VALUE 0.
       01 WS-EXC-ADDON         PIC 9V9(4).
       01 WS-EXC-FROM          PIC 9(8).
       01 WS-EXC-TO            PIC 9(8).
       01 WS-SNAP-TOTAL        PIC S9(14)V99.
       01 WS-SNAP-COUNT        PIC 9(4).
       01 WS-AVG-BALANCE       PIC S9(12)V99.
       01 WS-CUR-TIER          PIC 9.
       01 WS-APPLIED-CUR       PIC 9V9(4).
       01 WS-APPLIED-NEW       PIC 9V9(4).
       01 WS-DAILY-RATE        PIC 9V9(8).
       01 WS-ACCRUED-CUR       PIC S9(10)V99.
       01 WS-ACCRUED-NEW       PIC S9(10)V99.
       01 WS-ROWS-READ         PIC 9(9) VALUE 0.
       01 WS-CUSTOMERS-MOVED   PIC 9(7) VALUE 0.
       01 WS-GRAND-CUR         PIC S9(12)V99 VALUE 0.
       01 WS-GRAND-NEW         PIC S9(12)V99 VALUE 0.
       01 WS-DIFF              PIC S9(12)V99.
       01 WS-ANNUAL-DIFF       PIC S9(12)V99.
       01 WS-COL-CUR           PIC S9(12)V99.
       01 WS-COL-NEW           PIC S9(12)V99.
       01 WS-DISP-AMOUNT       PIC -(11)9.99.
       01 WS-DISP-LIMIT        PIC Z(9)9.99.
       01 WS-DISP-COUNT        PIC Z(6)9.
       01 WS-RATE-DISP         PIC 9.9(4).
       01 WS-ARCH-SOURCE       PIC X(30)
                               VALUE "rate_simulation_report.txt".
       01 WS-ARCH-TYPE         PIC X(20) VALUE "RATE-SIMULATION".
       01 WS-ARCH-PARAMS       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Deposit rate what-if simulation."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN I-O RATE-PROPOSAL-FILE
           IF RATE-PROPOSAL-FILE-STATUS = "35"
               OPEN OUTPUT RATE-PROPOSAL-FILE
               CLOSE RATE-PROPOSAL-FILE
               OPEN I-O RATE-PROPOSAL-FILE
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "No product master on file - set the products "
                   "up in product maintenance first."
               CLOSE RATE-PROPOSAL-FILE
               GOBACK
           END-IF
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 6
               DISPLAY "1. List rate proposals"
               DISPLAY "2. Enter / change a proposal"
               DISPLAY "3. Run the simulation"
               DISPLAY "4. Approve a proposal"
               DISPLAY "5. Withdraw a proposal"
               DISPLAY "6. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-PROPOSALS
                           THRU LIST-PROPOSALS-EXIT
                   WHEN 2
                       PERFORM ENTER-PROPOSAL
                           THRU ENTER-PROPOSAL-EXIT
                   WHEN 3
                       PERFORM RUN-SIMULATION
                           THRU RUN-SIMULATION-EXIT
                   WHEN 4
                       PERFORM APPROVE-PROPOSAL
                           THRU APPROVE-PROPOSAL-EXIT
                   WHEN 5
                       PERFORM WITHDRAW-PROPOSAL
                           THRU WITHDRAW-PROPOSAL-EXIT
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE PRODUCT-FILE
           CLOSE RATE-PROPOSAL-FILE
           GOBACK.

       LIST-PROPOSALS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO RP-ACCOUNT-TYPE
           START RATE-PROPOSAL-FILE KEY IS >= RP-ACCOUNT-TYPE
               INVALID KEY
                   DISPLAY "No rate proposals on file."
                   GO TO LIST-PROPOSALS-EXIT
           END-START
           PERFORM UNTIL RATE-PROPOSAL-FILE-STATUS = "10"
               READ RATE-PROPOSAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM SHOW-PROPOSAL
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
           DISPLAY "Proposals listed: " WS-LIST-COUNT
           MOVE "00" TO RATE-PROPOSAL-FILE-STATUS.
       LIST-PROPOSALS-EXIT.
           EXIT.

       SHOW-PROPOSAL.
           DISPLAY RP-ACCOUNT-TYPE " status " RP-STATUS
               " proposed " RP-PROPOSED-DATE " by " RP-PROPOSED-BY
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE RP-TIER-LIMIT(WS-TIER-IDX) TO WS-DISP-LIMIT
               MOVE RP-TIER-RATE(WS-TIER-IDX) TO WS-RATE-DISP
               DISPLAY "  Tier " WS-TIER-IDX " up to " WS-DISP-LIMIT
                   " rate " WS-RATE-DISP
           END-PERFORM
           IF RP-SIM-DATE > 0
               COMPUTE WS-DIFF = RP-SIM-PROPOSED - RP-SIM-CURRENT
               MOVE WS-DIFF TO WS-DISP-AMOUNT
               DISPLAY "  Simulated " RP-SIM-DATE " over "
                   RP-SIM-MONTHS " months: difference "
                   WS-DISP-AMOUNT ", " RP-SIM-MOVED
                   " accounts move"
           ELSE
               DISPLAY "  Not simulated."
           END-IF
           IF RP-IS-APPROVED OR RP-IS-APPLIED
               DISPLAY "  Approved " RP-APPROVED-DATE " by "
                   RP-APPROVED-BY ", effective " RP-EFFECTIVE-DATE
           END-IF
           IF RP-IS-APPLIED
               DISPLAY "  Applied to the product master "
                   RP-APPLIED-DATE
           END-IF.

      *> A new or changed proposal starts again from "P": the tiers
      *> it was simulated or approved with no longer stand.
       ENTER-PROPOSAL.
           DISPLAY "Account type: "
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
           IF WS-TYPE-INPUT = "LOAN" OR "TERMDEP" OR "CREDITLINE"
               DISPLAY "Only deposit products that accrue on their "
                   "tiers can be simulated."
               GO TO ENTER-PROPOSAL-EXIT
           END-IF
           MOVE WS-TYPE-INPUT TO PRD-ACCOUNT-TYPE
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "No such product on the product master."
                   GO TO ENTER-PROPOSAL-EXIT
           END-READ
           DISPLAY "Current tiers:"
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE PRD-TIER-LIMIT(WS-TIER-IDX) TO WS-DISP-LIMIT
               MOVE PRD-TIER-RATE(WS-TIER-IDX) TO WS-RATE-DISP
               DISPLAY "  Tier " WS-TIER-IDX " up to " WS-DISP-LIMIT
                   " rate " WS-RATE-DISP
           END-PERFORM
           MOVE WS-TYPE-INPUT TO RP-ACCOUNT-TYPE
           READ RATE-PROPOSAL-FILE
               INVALID KEY
                   MOVE 0 TO WS-ROW-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-ROW-FOUND
           END-READ
           IF WS-ROW-FOUND = 1 AND RP-IS-APPROVED
               DISPLAY "An approved proposal effective "
                   RP-EFFECTIVE-DATE " is waiting - changing it "
                   "needs a fresh approval. Continue? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   GO TO ENTER-PROPOSAL-EXIT
               END-IF
           END-IF
           INITIALIZE RATE-PROPOSAL-RECORD
           MOVE WS-TYPE-INPUT TO RP-ACCOUNT-TYPE
           PERFORM ACCEPT-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3
           MOVE "P" TO RP-STATUS
           MOVE WS-OPERATOR-ID TO RP-PROPOSED-BY
           MOVE WS-BUSINESS-DATE TO RP-PROPOSED-DATE
           IF WS-ROW-FOUND = 1
               REWRITE RATE-PROPOSAL-RECORD
           ELSE
               WRITE RATE-PROPOSAL-RECORD
           END-IF
           MOVE SPACES TO WS-JOURNAL-ACTION
           STRING "RATE PROPOSAL " RP-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO WS-JOURNAL-ACTION
           CALL "LOG_ACTIVITY" USING WS-OPERATOR-ID WS-MENU-OPTION
               WS-JOURNAL-ACTION WS-JOURNAL-TARGET
           DISPLAY "Proposal saved - run the simulation before it "
               "goes for approval.".
       ENTER-PROPOSAL-EXIT.
           EXIT.

       ACCEPT-ONE-TIER.
           DISPLAY "Proposed tier " WS-TIER-IDX
               " balance band upper limit: "
           ACCEPT RP-TIER-LIMIT(WS-TIER-IDX)
           DISPLAY "Proposed tier " WS-TIER-IDX
               " annual rate (e.g. 0.0150): "
           ACCEPT RP-TIER-RATE(WS-TIER-IDX).

      *> Every proposal still open (proposed or approved but not yet
      *> applied) is priced in the one pass over the history.
       RUN-SIMULATION.
           PERFORM SET-WINDOW
           PERFORM LOAD-SIM-PRODUCTS THRU LOAD-SIM-PRODUCTS-EXIT
           IF WS-SP-COUNT = 0
               DISPLAY "No open rate proposals to simulate."
               GO TO RUN-SIMULATION-EXIT
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "No balance history on file - the snapshot "
                   "batch has not run."
               GO TO RUN-SIMULATION-EXIT
           END-IF
           MOVE 0 TO WS-BALANCE-OPEN WS-USER-OPEN WS-EXC-OPEN
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-BALANCE-OPEN
           END-IF
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-USER-OPEN
           END-IF
           OPEN INPUT PRICING-EXC-FILE
           IF PRICING-EXC-FILE-STATUS = "00"
               MOVE 1 TO WS-EXC-OPEN
           END-IF
           INITIALIZE WS-BRANCH-TABLE
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-BR-OVERFLOW
           MOVE 0 TO WS-ROWS-READ
           MOVE 0 TO WS-CUSTOMERS-MOVED
           MOVE 0 TO WS-LAST-MOVED-ID
           MOVE 0 TO WS-CUR-ID
           MOVE SPACES TO WS-CUR-TYPE
           MOVE 1 TO WS-CUR-SKIP
           MOVE 0 TO WS-CUR-MOVED
           PERFORM UNTIL BALANCE-HISTORY-FILE-STATUS = "10"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM SIMULATE-ONE-SNAPSHOT
                           THRU SIMULATE-ONE-SNAPSHOT-EXIT
               END-READ
           END-PERFORM
           PERFORM FINISH-ACCOUNT
           CLOSE BALANCE-HISTORY-FILE
           IF WS-BALANCE-OPEN = 1
               CLOSE BALANCE-DB-FILE
           END-IF
           IF WS-USER-OPEN = 1
               CLOSE USER-DB-FILE
           END-IF
           IF WS-EXC-OPEN = 1
               CLOSE PRICING-EXC-FILE
           END-IF
           PERFORM WRITE-REPORT
           PERFORM SAVE-SIM-RESULTS
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " MONTHS=" WS-SIM-MONTHS
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-OPERATOR-ID
           DISPLAY "Snapshots priced: " WS-ROWS-READ
           COMPUTE WS-DIFF = WS-GRAND-NEW - WS-GRAND-CUR
           MOVE WS-DIFF TO WS-DISP-AMOUNT
           DISPLAY "Interest expense difference: " WS-DISP-AMOUNT
           DISPLAY "Customers whose rate moves: " WS-CUSTOMERS-MOVED
           IF WS-BR-OVERFLOW > 0
               DISPLAY "*** " WS-BR-OVERFLOW " snapshot(s) beyond the "
                   "branch table - in the product totals only."
           END-IF
           DISPLAY "Report written to rate_simulation_report.txt".
       RUN-SIMULATION-EXIT.
           EXIT.

      *> Months of history from the operator, else RATE-SIM-MONTHS
      *> (batch_params.txt, default 3); at most 24.
       SET-WINDOW.
           DISPLAY "Months of balance history (blank for default): "
           MOVE SPACES TO WS-MONTHS-INPUT
           ACCEPT WS-MONTHS-INPUT
           IF WS-MONTHS-INPUT = SPACES
               MOVE "RATE-SIM-MONTHS" TO WS-PARAM-NAME
               MOVE "3" TO WS-PARAM-VALUE
               CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
                   WS-PARAM-VALUE WS-PARAM-FOUND
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-SIM-MONTHS
           ELSE
               MOVE FUNCTION NUMVAL(WS-MONTHS-INPUT) TO WS-SIM-MONTHS
           END-IF
           IF WS-SIM-MONTHS < 1
               MOVE 3 TO WS-SIM-MONTHS
           END-IF
           IF WS-SIM-MONTHS > 24
               MOVE 24 TO WS-SIM-MONTHS
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-WINDOW-END
           MOVE 1 TO WS-WINDOW-END(7:2)
           COMPUTE WS-MONTH-NO =
               WS-BD-YEAR * 12 + WS-BD-MONTH - 1 - WS-SIM-MONTHS
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-WINDOW-YEAR
               REMAINDER WS-WINDOW-MONTH
           ADD 1 TO WS-WINDOW-MONTH
           COMPUTE WS-WINDOW-START =
               WS-WINDOW-YEAR * 10000 + WS-WINDOW-MONTH * 100 + 1
           DISPLAY "History from " WS-WINDOW-START " to before "
               WS-WINDOW-END.

       LOAD-SIM-PRODUCTS.
           INITIALIZE WS-SIM-TABLE
           MOVE 0 TO WS-SP-COUNT
           MOVE 0 TO WS-GRAND-CUR
           MOVE 0 TO WS-GRAND-NEW
           MOVE LOW-VALUES TO RP-ACCOUNT-TYPE
           START RATE-PROPOSAL-FILE KEY IS >= RP-ACCOUNT-TYPE
               INVALID KEY
                   GO TO LOAD-SIM-PRODUCTS-EXIT
           END-START
           PERFORM UNTIL RATE-PROPOSAL-FILE-STATUS = "10"
               READ RATE-PROPOSAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF (RP-IS-PROPOSED OR RP-IS-APPROVED)
                          AND WS-SP-COUNT < 10
                           PERFORM LOAD-ONE-SIM-PRODUCT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO RATE-PROPOSAL-FILE-STATUS.
       LOAD-SIM-PRODUCTS-EXIT.
           EXIT.

      *> A proposal whose product has since gone from the master is
      *> left out - there is nothing to compare it with.
       LOAD-ONE-SIM-PRODUCT.
           MOVE RP-ACCOUNT-TYPE TO PRD-ACCOUNT-TYPE
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Skipped " RP-ACCOUNT-TYPE
                       " - no longer on the product master."
               NOT INVALID KEY
                   ADD 1 TO WS-SP-COUNT
                   MOVE RP-ACCOUNT-TYPE TO WS-SP-TYPE(WS-SP-COUNT)
                   MOVE RP-STATUS TO WS-SP-STATUS(WS-SP-COUNT)
                   PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                           UNTIL WS-TIER-IDX > 3
                       MOVE PRD-TIER-LIMIT(WS-TIER-IDX)
                         TO WS-SP-CUR-LIMIT(WS-SP-COUNT, WS-TIER-IDX)
                       MOVE PRD-TIER-RATE(WS-TIER-IDX)
                         TO WS-SP-CUR-RATE(WS-SP-COUNT, WS-TIER-IDX)
                       MOVE RP-TIER-LIMIT(WS-TIER-IDX)
                         TO WS-SP-NEW-LIMIT(WS-SP-COUNT, WS-TIER-IDX)
                       MOVE RP-TIER-RATE(WS-TIER-IDX)
                         TO WS-SP-NEW-RATE(WS-SP-COUNT, WS-TIER-IDX)
                   END-PERFORM
           END-READ.

      *> The history is keyed account then date, so each account's
      *> snapshots arrive together and in date order.
       SIMULATE-ONE-SNAPSHOT.
           IF BH-BALANCE-ID NOT = WS-CUR-ID
              OR BH-BALANCE-ACCOUNT-TYPE NOT = WS-CUR-TYPE
               PERFORM FINISH-ACCOUNT
               PERFORM START-ACCOUNT THRU START-ACCOUNT-EXIT
           END-IF
           IF WS-CUR-SKIP = 1
              OR BH-SNAPSHOT-DATE < WS-WINDOW-START
              OR BH-SNAPSHOT-DATE NOT < WS-WINDOW-END
               GO TO SIMULATE-ONE-SNAPSHOT-EXIT
           END-IF
           ADD 1 TO WS-ROWS-READ
      *>   Month-to-date average as ACCRUAL_STEP takes it, restarting
      *>   on the first snapshot of each month.
           IF BH-SNAPSHOT-DATE(1:6) NOT = WS-CUR-MONTH
               MOVE BH-SNAPSHOT-DATE(1:6) TO WS-CUR-MONTH
               MOVE 0 TO WS-SNAP-TOTAL
               MOVE 0 TO WS-SNAP-COUNT
           END-IF
           ADD BH-BALANCE TO WS-SNAP-TOTAL
           ADD 1 TO WS-SNAP-COUNT
           COMPUTE WS-AVG-BALANCE = WS-SNAP-TOTAL / WS-SNAP-COUNT
           IF WS-AVG-BALANCE NOT > 0 OR BH-BALANCE NOT > 0
               GO TO SIMULATE-ONE-SNAPSHOT-EXIT
           END-IF
           PERFORM PICK-SIM-RATES
           COMPUTE WS-DAILY-RATE = WS-APPLIED-CUR / 365
           COMPUTE WS-ACCRUED-CUR ROUNDED =
               WS-AVG-BALANCE * WS-DAILY-RATE
           COMPUTE WS-DAILY-RATE = WS-APPLIED-NEW / 365
           COMPUTE WS-ACCRUED-NEW ROUNDED =
               WS-AVG-BALANCE * WS-DAILY-RATE
           IF WS-APPLIED-CUR NOT = WS-APPLIED-NEW
               MOVE 1 TO WS-CUR-MOVED
           END-IF
           ADD WS-ACCRUED-CUR
               TO WS-SP-TIER-CUR(WS-SP-IDX, WS-CUR-TIER)
               WS-SP-TOTAL-CUR(WS-SP-IDX) WS-GRAND-CUR
           ADD WS-ACCRUED-NEW
               TO WS-SP-TIER-NEW(WS-SP-IDX, WS-CUR-TIER)
               WS-SP-TOTAL-NEW(WS-SP-IDX) WS-GRAND-NEW
           IF WS-BR-IDX > 0
               ADD WS-ACCRUED-CUR TO WS-BR-CUR(WS-BR-IDX)
               ADD WS-ACCRUED-NEW TO WS-BR-NEW(WS-BR-IDX)
           ELSE
               ADD 1 TO WS-BR-OVERFLOW
           END-IF.
       SIMULATE-ONE-SNAPSHOT-EXIT.
           EXIT.

      *> An account whose rate moves on any day of the window counts
      *> once for its product, and its customer once overall.
       FINISH-ACCOUNT.
           IF WS-CUR-SKIP = 0 AND WS-CUR-MOVED = 1
               ADD 1 TO WS-SP-MOVED(WS-SP-IDX)
               IF WS-CUR-ID NOT = WS-LAST-MOVED-ID
                   ADD 1 TO WS-CUSTOMERS-MOVED
                   MOVE WS-CUR-ID TO WS-LAST-MOVED-ID
               END-IF
           END-IF
           MOVE 0 TO WS-CUR-MOVED.

      *> Only products under proposal are priced; the same rows
      *> ACCRUAL_STEP passes over (a deceased owner) are passed over
      *> here.
       START-ACCOUNT.
           MOVE BH-BALANCE-ID TO WS-CUR-ID
           MOVE BH-BALANCE-ACCOUNT-TYPE TO WS-CUR-TYPE
           MOVE SPACES TO WS-CUR-MONTH
           MOVE 1 TO WS-CUR-SKIP
           MOVE 0 TO WS-SP-IDX
           PERFORM VARYING WS-SP-SCAN FROM 1 BY 1
                   UNTIL WS-SP-SCAN > WS-SP-COUNT OR WS-SP-IDX > 0
               IF WS-SP-TYPE(WS-SP-SCAN) = WS-CUR-TYPE
                   MOVE WS-SP-SCAN TO WS-SP-IDX
               END-IF
           END-PERFORM
           IF WS-SP-IDX = 0 OR WS-CUR-ID = 0
               GO TO START-ACCOUNT-EXIT
           END-IF
           IF WS-USER-OPEN = 1
               MOVE WS-CUR-ID TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USER-IS-DECEASED
                           GO TO START-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-IF
           MOVE 0 TO WS-CUR-SKIP
           ADD 1 TO WS-SP-ACCOUNTS(WS-SP-IDX)
      *>   Branch from the live row; a closed account's history
      *>   counts under "----".
           MOVE "----" TO WS-CUR-BRANCH
           IF WS-BALANCE-OPEN = 1
               MOVE WS-CUR-ID TO BALANCE-REC-ID
               MOVE WS-CUR-TYPE TO BALANCE-REC-ACCOUNT-TYPE
               READ BALANCE-DB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BALANCE-REC-BRANCH-CODE TO WS-CUR-BRANCH
               END-READ
           END-IF
           PERFORM FIND-BRANCH-ENTRY
      *>   The account's pricing exception, applied on the days
      *>   between its grant and its expiry.
           MOVE 0 TO WS-EXC-FOUND
           IF WS-EXC-OPEN = 1
               MOVE WS-CUR-ID TO PX-USER-ID
               MOVE WS-CUR-TYPE TO PX-ACCOUNT-TYPE
               READ PRICING-EXC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PX-RATE-ADDON > 0
                           MOVE 1 TO WS-EXC-FOUND
                           MOVE PX-RATE-ADDON TO WS-EXC-ADDON
                           MOVE PX-GRANTED-DATE TO WS-EXC-FROM
                           MOVE PX-EXPIRY-DATE TO WS-EXC-TO
                       END-IF
               END-READ
           END-IF.
       START-ACCOUNT-EXIT.
           EXIT.

       FIND-BRANCH-ENTRY.
           MOVE 0 TO WS-BR-IDX
           PERFORM VARYING WS-BR-SCAN FROM 1 BY 1
                   UNTIL WS-BR-SCAN > WS-BR-COUNT OR WS-BR-IDX > 0
               IF WS-BR-PRODUCT(WS-BR-SCAN) = WS-SP-IDX
                  AND WS-BR-CODE(WS-BR-SCAN) = WS-CUR-BRANCH
                   MOVE WS-BR-SCAN TO WS-BR-IDX
               END-IF
           END-PERFORM
           IF WS-BR-IDX = 0 AND WS-BR-COUNT < 200
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-IDX
               MOVE WS-SP-IDX TO WS-BR-PRODUCT(WS-BR-IDX)
               MOVE WS-CUR-BRANCH TO WS-BR-CODE(WS-BR-IDX)
               MOVE 0 TO WS-BR-CUR(WS-BR-IDX)
               MOVE 0 TO WS-BR-NEW(WS-BR-IDX)
           END-IF.

      *> ACCRUAL_STEP's tier pick, once on the master's tiers and once
      *> on the proposal's; WS-CUR-TIER is the band on the master's.
       PICK-SIM-RATES.
           MOVE 3 TO WS-CUR-TIER
           MOVE WS-SP-CUR-RATE(WS-SP-IDX, 3) TO WS-APPLIED-CUR
           PERFORM VARYING WS-TIER-IDX FROM 3 BY -1
                   UNTIL WS-TIER-IDX < 1
               IF WS-AVG-BALANCE <=
                  WS-SP-CUR-LIMIT(WS-SP-IDX, WS-TIER-IDX)
                   MOVE WS-SP-CUR-RATE(WS-SP-IDX, WS-TIER-IDX)
                       TO WS-APPLIED-CUR
                   MOVE WS-TIER-IDX TO WS-CUR-TIER
               END-IF
           END-PERFORM
           MOVE WS-SP-NEW-RATE(WS-SP-IDX, 3) TO WS-APPLIED-NEW
           PERFORM VARYING WS-TIER-IDX FROM 3 BY -1
                   UNTIL WS-TIER-IDX < 1
               IF WS-AVG-BALANCE <=
                  WS-SP-NEW-LIMIT(WS-SP-IDX, WS-TIER-IDX)
                   MOVE WS-SP-NEW-RATE(WS-SP-IDX, WS-TIER-IDX)
                       TO WS-APPLIED-NEW
               END-IF
           END-PERFORM
           IF WS-EXC-FOUND = 1
              AND BH-SNAPSHOT-DATE NOT < WS-EXC-FROM
              AND BH-SNAPSHOT-DATE NOT > WS-EXC-TO
               ADD WS-EXC-ADDON TO WS-APPLIED-CUR
               ADD WS-EXC-ADDON TO WS-APPLIED-NEW
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT SIM-REPORT-FILE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "DEPOSIT RATE WHAT-IF SIMULATION AS OF "
               WS-BUSINESS-DATE "   HISTORY " WS-WINDOW-START
               " TO BEFORE " WS-WINDOW-END " (" WS-SIM-MONTHS
               " MONTHS)"
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "Interest expense accrued on the snapshots at the "
               "product master rates (CURRENT) and the proposed "
               "rates (PROPOSED). Nothing is posted."
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM WRITE-PRODUCT-SECTION
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
           MOVE SPACES TO SIM-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "ALL PRODUCTS" TO SIM-REPORT-LINE
           MOVE WS-GRAND-CUR TO WS-COL-CUR
           MOVE WS-GRAND-NEW TO WS-COL-NEW
           PERFORM PUT-AMOUNT-COLUMNS
           PERFORM PUT-REPORT-LINE
           COMPUTE WS-ANNUAL-DIFF ROUNDED =
               (WS-GRAND-NEW - WS-GRAND-CUR) * 12 / WS-SIM-MONTHS
           MOVE WS-ANNUAL-DIFF TO WS-DISP-AMOUNT
           MOVE WS-CUSTOMERS-MOVED TO WS-DISP-COUNT
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "ANNUALIZED DIFFERENCE " WS-DISP-AMOUNT
               "   CUSTOMERS WHOSE RATE MOVES " WS-DISP-COUNT
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           CLOSE SIM-REPORT-FILE.

       WRITE-PRODUCT-SECTION.
           MOVE SPACES TO SIM-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "PRODUCT " WS-SP-TYPE(WS-SP-IDX)
               "  PROPOSAL STATUS " WS-SP-STATUS(WS-SP-IDX)
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           MOVE "BAND" TO SIM-REPORT-LINE(3:4)
           MOVE "CURRENT LIMIT / RATE" TO SIM-REPORT-LINE(11:20)
           MOVE "PROPOSED LIMIT / RATE" TO SIM-REPORT-LINE(35:21)
           MOVE "CURRENT" TO SIM-REPORT-LINE(71:7)
           MOVE "PROPOSED" TO SIM-REPORT-LINE(86:8)
           MOVE "DIFFERENCE" TO SIM-REPORT-LINE(100:10)
           PERFORM PUT-REPORT-LINE
           PERFORM WRITE-TIER-LINE
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           MOVE SPACES TO SIM-REPORT-LINE
           MOVE "PRODUCT TOTAL" TO SIM-REPORT-LINE(3:13)
           MOVE WS-SP-TOTAL-CUR(WS-SP-IDX) TO WS-COL-CUR
           MOVE WS-SP-TOTAL-NEW(WS-SP-IDX) TO WS-COL-NEW
           PERFORM PUT-AMOUNT-COLUMNS
           PERFORM PUT-REPORT-LINE
           COMPUTE WS-ANNUAL-DIFF ROUNDED =
               (WS-SP-TOTAL-NEW(WS-SP-IDX) - WS-SP-TOTAL-CUR(WS-SP-IDX))
               * 12 / WS-SIM-MONTHS
           MOVE WS-ANNUAL-DIFF TO WS-DISP-AMOUNT
           MOVE SPACES TO SIM-REPORT-LINE
           MOVE WS-SP-ACCOUNTS(WS-SP-IDX) TO WS-DISP-COUNT
           STRING "  ACCOUNTS " WS-DISP-COUNT
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           MOVE WS-SP-MOVED(WS-SP-IDX) TO WS-DISP-COUNT
           STRING "   RATE MOVES " WS-DISP-COUNT
               "   ANNUALIZED DIFFERENCE " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO SIM-REPORT-LINE(20:100)
           PERFORM PUT-REPORT-LINE.

       WRITE-TIER-LINE.
           MOVE SPACES TO SIM-REPORT-LINE
           MOVE "TIER" TO SIM-REPORT-LINE(3:4)
           MOVE WS-TIER-IDX TO SIM-REPORT-LINE(8:1)
           MOVE WS-SP-CUR-LIMIT(WS-SP-IDX, WS-TIER-IDX)
               TO WS-DISP-LIMIT
           MOVE WS-DISP-LIMIT TO SIM-REPORT-LINE(11:13)
           MOVE WS-SP-CUR-RATE(WS-SP-IDX, WS-TIER-IDX) TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO SIM-REPORT-LINE(26:6)
           MOVE WS-SP-NEW-LIMIT(WS-SP-IDX, WS-TIER-IDX)
               TO WS-DISP-LIMIT
           MOVE WS-DISP-LIMIT TO SIM-REPORT-LINE(35:13)
           MOVE WS-SP-NEW-RATE(WS-SP-IDX, WS-TIER-IDX) TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO SIM-REPORT-LINE(50:6)
           MOVE WS-SP-TIER-CUR(WS-SP-IDX, WS-TIER-IDX) TO WS-COL-CUR
           MOVE WS-SP-TIER-NEW(WS-SP-IDX, WS-TIER-IDX) TO WS-COL-NEW
           PERFORM PUT-AMOUNT-COLUMNS
           PERFORM PUT-REPORT-LINE.

       WRITE-BRANCH-LINE.
           IF WS-BR-PRODUCT(WS-BR-IDX) = WS-SP-IDX
               MOVE SPACES TO SIM-REPORT-LINE
               MOVE "BRANCH" TO SIM-REPORT-LINE(3:6)
               MOVE WS-BR-CODE(WS-BR-IDX) TO SIM-REPORT-LINE(10:4)
               MOVE WS-BR-CUR(WS-BR-IDX) TO WS-COL-CUR
               MOVE WS-BR-NEW(WS-BR-IDX) TO WS-COL-NEW
               PERFORM PUT-AMOUNT-COLUMNS
               PERFORM PUT-REPORT-LINE
           END-IF.

      *> WS-COL-CUR and WS-COL-NEW go in the three amount columns,
      *> the difference last.
       PUT-AMOUNT-COLUMNS.
           MOVE WS-COL-CUR TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO SIM-REPORT-LINE(63:15)
           MOVE WS-COL-NEW TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO SIM-REPORT-LINE(79:15)
           COMPUTE WS-DIFF = WS-COL-NEW - WS-COL-CUR
           MOVE WS-DIFF TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO SIM-REPORT-LINE(95:15).

       PUT-REPORT-LINE.
           WRITE SIM-REPORT-LINE
           DISPLAY SIM-REPORT-LINE.

      *> The run's totals go back on each proposal, so the approval
      *> can be made against the figures.
       SAVE-SIM-RESULTS.
           MOVE WS-SP-TYPE(WS-SP-IDX) TO RP-ACCOUNT-TYPE
           READ RATE-PROPOSAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-BUSINESS-DATE TO RP-SIM-DATE
                   MOVE WS-SIM-MONTHS TO RP-SIM-MONTHS
                   MOVE WS-SP-TOTAL-CUR(WS-SP-IDX) TO RP-SIM-CURRENT
                   MOVE WS-SP-TOTAL-NEW(WS-SP-IDX) TO RP-SIM-PROPOSED
                   MOVE WS-SP-MOVED(WS-SP-IDX) TO RP-SIM-MOVED
                   REWRITE RATE-PROPOSAL-RECORD
           END-READ.

      *> Maker-checker: the operator who entered the tiers can not
      *> approve them. The effective date may not be in the past.
       APPROVE-PROPOSAL.
           DISPLAY "Account type: "
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO RP-ACCOUNT-TYPE
           READ RATE-PROPOSAL-FILE
               INVALID KEY
                   DISPLAY "No rate proposal for that product."
                   GO TO APPROVE-PROPOSAL-EXIT
           END-READ
           IF NOT RP-IS-PROPOSED
               DISPLAY "Proposal is not awaiting approval (status "
                   RP-STATUS ")."
               GO TO APPROVE-PROPOSAL-EXIT
           END-IF
           IF RP-SIM-DATE = 0
               DISPLAY "Proposal has not been simulated - run the "
                   "simulation first."
               GO TO APPROVE-PROPOSAL-EXIT
           END-IF
           IF RP-PROPOSED-BY = WS-OPERATOR-ID AND WS-OPERATOR-ID > 0
               DISPLAY "The operator who entered a proposal can not "
                   "approve it."
               GO TO APPROVE-PROPOSAL-EXIT
           END-IF
           PERFORM SHOW-PROPOSAL
           DISPLAY "Effective date (YYYYMMDD): "
           ACCEPT WS-EFFECTIVE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE) NOT = 0
               DISPLAY "Invalid date - not approved."
               GO TO APPROVE-PROPOSAL-EXIT
           END-IF
           IF WS-EFFECTIVE-DATE < WS-BUSINESS-DATE
               DISPLAY "Effective date is before the business date "
                   WS-BUSINESS-DATE " - not approved."
               GO TO APPROVE-PROPOSAL-EXIT
           END-IF
           DISPLAY "Approve these rates for " RP-ACCOUNT-TYPE
               " from " WS-EFFECTIVE-DATE "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Not approved."
               GO TO APPROVE-PROPOSAL-EXIT
           END-IF
           MOVE "A" TO RP-STATUS
           MOVE WS-OPERATOR-ID TO RP-APPROVED-BY
           MOVE WS-BUSINESS-DATE TO RP-APPROVED-DATE
           MOVE WS-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE
           REWRITE RATE-PROPOSAL-RECORD
           MOVE SPACES TO WS-JOURNAL-ACTION
           STRING "RATE APPROVED " RP-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO WS-JOURNAL-ACTION
           CALL "LOG_ACTIVITY" USING WS-OPERATOR-ID WS-MENU-OPTION
               WS-JOURNAL-ACTION WS-JOURNAL-TARGET
           DISPLAY "Approved - the rates load into the product master "
               "on " RP-EFFECTIVE-DATE ".".
       APPROVE-PROPOSAL-EXIT.
           EXIT.

       WITHDRAW-PROPOSAL.
           DISPLAY "Account type: "
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO RP-ACCOUNT-TYPE
           READ RATE-PROPOSAL-FILE
               INVALID KEY
                   DISPLAY "No rate proposal for that product."
                   GO TO WITHDRAW-PROPOSAL-EXIT
           END-READ
           IF NOT RP-IS-PROPOSED AND NOT RP-IS-APPROVED
               DISPLAY "Proposal is not open (status " RP-STATUS ")."
               GO TO WITHDRAW-PROPOSAL-EXIT
           END-IF
           MOVE "W" TO RP-STATUS
           REWRITE RATE-PROPOSAL-RECORD
           MOVE SPACES TO WS-JOURNAL-ACTION
           STRING "RATE WITHDRAWN " RP-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO WS-JOURNAL-ACTION
           CALL "LOG_ACTIVITY" USING WS-OPERATOR-ID WS-MENU-OPTION
               WS-JOURNAL-ACTION WS-JOURNAL-TARGET
           DISPLAY "Proposal withdrawn.".
       WITHDRAW-PROPOSAL-EXIT.
           EXIT.
