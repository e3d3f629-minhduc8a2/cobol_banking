       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH_CONSOLIDATE.

      *> Supervisor utility for closing a branch into another one.
      *> A preview always runs first and lists what is at the closing
      *> branch: its balance rows (BALANCE-REC-BRANCH-CODE), the
      *> operators who work there (OP-BRANCH-CODE) and any drawer
      *> they have open, the vault and its denomination count, the
      *> safe deposit boxes, and the balance-sheet GL balances it
      *> carries in gl_branch_balances.db. Only on confirmation is
      *> everything re-homed to the receiving branch: codes are
      *> restamped, the vault cash and counts merged into the
      *> receiving vault, and a pair of branch transfer legs posted
      *> per GL account - out of the old branch, into the new one,
      *> in the current period - so the old branch's books end at
      *> nil. Both legs name the same account, so the bank-wide
      *> gl_balances.db is unchanged. An open drawer follows its
      *> operator. Every change goes to the reference-data audit
      *> trail, and the closing branch is marked closed so no new
      *> staff or accounts can be placed in it. A branch already
      *> closed can be run again to sweep anything left behind.
      *> Written to branch_consolidation.txt and the report archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "branch.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT CASH-DRAWER-FILE ASSIGN TO "cash_drawer.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRW-OP-ID
               FILE STATUS IS CASH-DRAWER-FILE-STATUS.
           SELECT VAULT-FILE ASSIGN TO "vault.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VLT-BRANCH-CODE
               FILE STATUS IS VAULT-FILE-STATUS.
           SELECT DENOM-COUNT-FILE ASSIGN TO "denom_counts.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DNC-KEY
               FILE STATUS IS DENOM-COUNT-FILE-STATUS.
           SELECT SAFE-BOX-FILE ASSIGN TO "safe_boxes.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-BOX-NO
               FILE STATUS IS SAFE-BOX-FILE-STATUS.
           SELECT GL-BRANCH-BALANCE-FILE ASSIGN TO
               "gl_branch_balances.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBB-KEY
               FILE STATUS IS GL-BRANCH-BALANCE-FILE-STATUS.
           SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO
               "branch_consolidation.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-FILE.
       COPY "branch_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD OPERATOR-FILE.
       COPY "operator_record.cpy".

       FD CASH-DRAWER-FILE.
       COPY "cash_drawer_record.cpy".

       FD VAULT-FILE.
       COPY "vault_record.cpy".

       FD DENOM-COUNT-FILE.
       COPY "denom_count_record.cpy".

       FD SAFE-BOX-FILE.
       COPY "safe_box_record.cpy".

       FD GL-BRANCH-BALANCE-FILE.
       COPY "gl_branch_balance_record.cpy".

       FD CONSOLIDATION-REPORT-FILE.
       01 CONSOLIDATION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BRANCH-FILE-STATUS            PIC XX.
       01 BALANCE-DB-FILE-STATUS        PIC XX.
       01 OPERATOR-FILE-STATUS          PIC XX.
       01 CASH-DRAWER-FILE-STATUS       PIC XX.
       01 VAULT-FILE-STATUS             PIC XX.
       01 DENOM-COUNT-FILE-STATUS       PIC XX.
       01 SAFE-BOX-FILE-STATUS          PIC XX.
       01 GL-BRANCH-BALANCE-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-FROM-BRANCH   PIC X(04).
       01 WS-TO-BRANCH     PIC X(04).
       01 WS-FROM-NAME     PIC X(30).
       01 WS-TO-NAME       PIC X(30).
       01 WS-FROM-CLOSED   PIC 9 VALUE 0.
       01 WS-BRANCHES-OK   PIC 9 VALUE 0.
       01 WS-ROW-BRANCH    PIC X(04).
       01 WS-CONFIRM       PIC X VALUE "N".
       01 WS-DRAWERS-OPEN  PIC 9 VALUE 0.
      *> 0 while previewing, 1 while committing - the same walks
      *> count the first time and re-home the second.
       01 WS-COMMIT-MODE   PIC 9 VALUE 0.
       01 WS-PERIOD        PIC 9(6).
       01 WS-JOURNAL-DATE  PIC X(10).
      *> What is found at the closing branch.
       01 WS-TOTALS.
           05 WS-BAL-COUNT      PIC 9(7).
           05 WS-BAL-CREDIT     PIC 9(14)V99.
           05 WS-BAL-DEBIT      PIC 9(14)V99.
           05 WS-OP-COUNT       PIC 9(5).
           05 WS-DRW-COUNT      PIC 9(5).
           05 WS-DRW-CASH       PIC S9(14)V99.
           05 WS-BOX-COUNT      PIC 9(5).
           05 WS-BOX-RENTED     PIC 9(5).
           05 WS-VAULT-FOUND    PIC 9.
           05 WS-VAULT-BALANCE  PIC S9(12)V99.
           05 WS-GL-MOVED       PIC 9(14)V99.
      *> The closing branch's net on each balance-sheet GL account,
      *> all periods together (debits less credits).
       01 WS-GL-TABLE.
           05 WS-GL-COUNT      PIC 9(3) VALUE 0.
           05 WS-GL-ENTRY OCCURS 300 TIMES.
               10 WS-GL-ACCOUNT PIC 9(6).
               10 WS-GL-NET     PIC S9(14)V99.
       01 WS-GL-IDX        PIC 9(3).
       01 WS-GL-FULL       PIC 9 VALUE 0.
       01 WS-GL-NET-ROW    PIC S9(14)V99.
       01 WS-LEG-BRANCH    PIC X(04).
       01 WS-LEG-SIDE      PIC X(02).
       01 WS-LEG-AMOUNT    PIC 9(14)V99.
      *> The closing vault, held while the receiving one is read.
       01 WS-OLD-VAULT     PIC X(54).
       01 WS-OLD-DENOMS.
           05 WS-OLD-DENOM  PIC 9(7) OCCURS 8 TIMES.
       01 WS-DENOM-IX      PIC 9(2).
       01 WS-RC-PROGRAM    PIC X(20) VALUE "BRANCH_CONSOLIDATE".
       01 WS-RC-KEY        PIC X(30).
       01 WS-RC-FIELD      PIC X(20).
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).
       01 WS-DISP-COUNT    PIC Z(6)9.
       01 WS-DISP-AMOUNT   PIC -Z(13)9.99.
       01 WS-DISP-LEG      PIC 9(14).99.
       01 WS-ARCH-SOURCE   PIC X(30) VALUE "branch_consolidation.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "BRANCH-CONSOLIDATE".
       01 WS-ARCH-PARAMS   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Branch consolidation."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           COMPUTE WS-PERIOD = WS-BUSINESS-DATE / 100
           MOVE SPACES TO WS-JOURNAL-DATE
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
               WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-JOURNAL-DATE
           DISPLAY "Branch being closed: "
           ACCEPT WS-FROM-BRANCH
           DISPLAY "Receiving branch: "
           ACCEPT WS-TO-BRANCH
           PERFORM VALIDATE-BRANCHES THRU VALIDATE-BRANCHES-EXIT
           IF WS-BRANCHES-OK NOT = 1
               GOBACK
           END-IF
           OPEN OUTPUT CONSOLIDATION-REPORT-FILE
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           PERFORM WRITE-HEADER
           MOVE 0 TO WS-COMMIT-MODE
           PERFORM WALK-EVERYTHING
           PERFORM WRITE-SUMMARY
           DISPLAY "Commit - move all of the above from "
               WS-FROM-BRANCH " to " WS-TO-BRANCH
               " and close " WS-FROM-BRANCH "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE 1 TO WS-COMMIT-MODE
               PERFORM PUT-BLANK-LINE
               STRING "GL transfer legs posted:"
                   DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
               PERFORM PUT-LINE
               PERFORM WALK-EVERYTHING
               PERFORM CLOSE-OLD-BRANCH THRU CLOSE-OLD-BRANCH-EXIT
               PERFORM WRITE-SUMMARY
           ELSE
               STRING "PREVIEW ONLY - nothing was moved."
                   DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           CLOSE CONSOLIDATION-REPORT-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " FROM=" WS-FROM-BRANCH
               " TO=" WS-TO-BRANCH " COMMIT=" WS-COMMIT-MODE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-OPERATOR-ID
           IF WS-COMMIT-MODE = 1
               DISPLAY "Branch " WS-FROM-BRANCH " consolidated into "
                   WS-TO-BRANCH " and closed."
           END-IF
           GOBACK.

      *> The receiving branch must be a different, open branch. The
      *> closing branch may already be closed - a second run sweeps
      *> up anything placed there since.
       VALIDATE-BRANCHES.
           MOVE 0 TO WS-BRANCHES-OK
           IF WS-FROM-BRANCH = SPACES OR WS-TO-BRANCH = SPACES
               DISPLAY "Both branch codes are required."
               GO TO VALIDATE-BRANCHES-EXIT
           END-IF
           IF WS-FROM-BRANCH = WS-TO-BRANCH
               DISPLAY "A branch cannot be consolidated into itself."
               GO TO VALIDATE-BRANCHES-EXIT
           END-IF
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "branch.db           " BRANCH-FILE-STATUS
               GO TO VALIDATE-BRANCHES-EXIT
           END-IF
           MOVE WS-FROM-BRANCH TO BR-CODE
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "Branch " WS-FROM-BRANCH " is not on file."
                   CLOSE BRANCH-FILE
                   GO TO VALIDATE-BRANCHES-EXIT
           END-READ
           MOVE BR-NAME TO WS-FROM-NAME
           MOVE 0 TO WS-FROM-CLOSED
           IF BR-IS-CLOSED
               MOVE 1 TO WS-FROM-CLOSED
               DISPLAY "Branch " WS-FROM-BRANCH " is already closed - "
                   "anything left there will be swept up."
           END-IF
           MOVE WS-TO-BRANCH TO BR-CODE
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "Branch " WS-TO-BRANCH " is not on file."
                   CLOSE BRANCH-FILE
                   GO TO VALIDATE-BRANCHES-EXIT
           END-READ
           CLOSE BRANCH-FILE
           IF NOT BR-IS-ACTIVE
               DISPLAY "Branch " WS-TO-BRANCH " is closed - choose an "
                   "open receiving branch."
               GO TO VALIDATE-BRANCHES-EXIT
           END-IF
           MOVE BR-NAME TO WS-TO-NAME
           MOVE 1 TO WS-BRANCHES-OK.
       VALIDATE-BRANCHES-EXIT.
           EXIT.

       WALK-EVERYTHING.
           INITIALIZE WS-TOTALS
           PERFORM WALK-BALANCES THRU WALK-BALANCES-EXIT
           PERFORM WALK-OPERATORS THRU WALK-OPERATORS-EXIT
           PERFORM WALK-VAULT THRU WALK-VAULT-EXIT
           PERFORM WALK-SAFE-BOXES THRU WALK-SAFE-BOXES-EXIT
           PERFORM WALK-GL-BALANCES THRU WALK-GL-BALANCES-EXIT.

      *> Rows written before branches existed carry no code - they
      *> belong to MAIN.
       WALK-BALANCES.
           IF WS-COMMIT-MODE = 1
               OPEN I-O BALANCE-DB-FILE
           ELSE
               OPEN INPUT BALANCE-DB-FILE
           END-IF
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GO TO WALK-BALANCES-EXIT
           END-IF
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE BALANCE-REC-BRANCH-CODE TO WS-ROW-BRANCH
               IF WS-ROW-BRANCH = SPACES
                   MOVE "MAIN" TO WS-ROW-BRANCH
               END-IF
               IF WS-ROW-BRANCH = WS-FROM-BRANCH
                   PERFORM TAKE-BALANCE-ROW
               END-IF
           END-PERFORM
           CLOSE BALANCE-DB-FILE.
       WALK-BALANCES-EXIT.
           EXIT.

       TAKE-BALANCE-ROW.
           ADD 1 TO WS-BAL-COUNT
           IF BALANCE-REC-BALANCE < 0
               COMPUTE WS-BAL-DEBIT = WS-BAL-DEBIT
                   - BALANCE-REC-BALANCE
           ELSE
               ADD BALANCE-REC-BALANCE TO WS-BAL-CREDIT
           END-IF
           IF WS-COMMIT-MODE = 1
               MOVE WS-TO-BRANCH TO BALANCE-REC-BRANCH-CODE
               REWRITE BALANCE-DB-RECORD
               MOVE SPACES TO WS-RC-KEY
               STRING BALANCE-REC-ID "/" BALANCE-REC-ACCOUNT-TYPE
                   DELIMITED BY SIZE INTO WS-RC-KEY
               MOVE "BALANCE BRANCH" TO WS-RC-FIELD
               PERFORM LOG-BRANCH-CHANGE
           END-IF.

      *> A teller's open drawer goes with them - the drawer has no
      *> branch of its own, its proof is cut by the operator's.
       WALK-OPERATORS.
           IF WS-COMMIT-MODE = 1
               OPEN I-O OPERATOR-FILE
           ELSE
               OPEN INPUT OPERATOR-FILE
           END-IF
           IF OPERATOR-FILE-STATUS NOT = "00"
               GO TO WALK-OPERATORS-EXIT
           END-IF
           MOVE 0 TO WS-DRAWERS-OPEN
           OPEN INPUT CASH-DRAWER-FILE
           IF CASH-DRAWER-FILE-STATUS = "00"
               MOVE 1 TO WS-DRAWERS-OPEN
           END-IF
           PERFORM UNTIL OPERATOR-FILE-STATUS = "10"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE OP-BRANCH-CODE TO WS-ROW-BRANCH
               IF WS-ROW-BRANCH = SPACES
                   MOVE "MAIN" TO WS-ROW-BRANCH
               END-IF
               IF WS-ROW-BRANCH = WS-FROM-BRANCH
                   PERFORM TAKE-OPERATOR
               END-IF
           END-PERFORM
           IF WS-DRAWERS-OPEN = 1
               CLOSE CASH-DRAWER-FILE
           END-IF
           CLOSE OPERATOR-FILE.
       WALK-OPERATORS-EXIT.
           EXIT.

       TAKE-OPERATOR.
           ADD 1 TO WS-OP-COUNT
           MOVE "C" TO DRW-STATUS
           IF WS-DRAWERS-OPEN = 1
               MOVE OP-ID TO DRW-OP-ID
               READ CASH-DRAWER-FILE
                   INVALID KEY
                       MOVE "C" TO DRW-STATUS
               END-READ
           END-IF
           IF DRW-IS-OPEN
               ADD 1 TO WS-DRW-COUNT
               COMPUTE WS-DRW-CASH = WS-DRW-CASH + DRW-OPENING-CASH
                   + DRW-CASH-IN - DRW-CASH-OUT
           END-IF
           IF WS-COMMIT-MODE = 1
               MOVE WS-TO-BRANCH TO OP-BRANCH-CODE
               REWRITE OPERATOR-RECORD
               MOVE SPACES TO WS-RC-KEY
               MOVE OP-ID TO WS-RC-KEY
               MOVE "OPERATOR BRANCH" TO WS-RC-FIELD
               PERFORM LOG-BRANCH-CHANGE
           END-IF.

      *> The closing vault's cash and piece counts are added into
      *> the receiving vault - which is set up from the closing
      *> one's limits if it has no row yet - and the closing row is
      *> removed so the cash position report stops listing it.
       WALK-VAULT.
           IF WS-COMMIT-MODE = 1
               OPEN I-O VAULT-FILE
           ELSE
               OPEN INPUT VAULT-FILE
           END-IF
           IF VAULT-FILE-STATUS NOT = "00"
               GO TO WALK-VAULT-EXIT
           END-IF
           MOVE WS-FROM-BRANCH TO VLT-BRANCH-CODE
           READ VAULT-FILE
               INVALID KEY
                   CLOSE VAULT-FILE
                   GO TO WALK-VAULT-EXIT
           END-READ
           MOVE 1 TO WS-VAULT-FOUND
           MOVE VLT-BALANCE TO WS-VAULT-BALANCE
           IF WS-COMMIT-MODE = 0
               CLOSE VAULT-FILE
               GO TO WALK-VAULT-EXIT
           END-IF
           MOVE VAULT-RECORD TO WS-OLD-VAULT
           DELETE VAULT-FILE RECORD
           MOVE WS-TO-BRANCH TO VLT-BRANCH-CODE
           READ VAULT-FILE
               INVALID KEY
                   MOVE WS-OLD-VAULT TO VAULT-RECORD
                   MOVE WS-TO-BRANCH TO VLT-BRANCH-CODE
                   MOVE 0 TO VLT-BALANCE
                   WRITE VAULT-RECORD
           END-READ
           MOVE SPACES TO WS-RC-OLD
           MOVE VLT-BALANCE TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO WS-RC-OLD
           ADD WS-VAULT-BALANCE TO VLT-BALANCE
           REWRITE VAULT-RECORD
           CLOSE VAULT-FILE
           MOVE SPACES TO WS-RC-NEW
           MOVE VLT-BALANCE TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO WS-RC-NEW
           MOVE SPACES TO WS-RC-KEY
           STRING WS-TO-BRANCH " FROM " WS-FROM-BRANCH
               DELIMITED BY SIZE INTO WS-RC-KEY
           MOVE "VAULT BALANCE" TO WS-RC-FIELD
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           PERFORM MERGE-DENOM-COUNTS THRU MERGE-DENOM-COUNTS-EXIT.
       WALK-VAULT-EXIT.
           EXIT.

       MERGE-DENOM-COUNTS.
           OPEN I-O DENOM-COUNT-FILE
           IF DENOM-COUNT-FILE-STATUS NOT = "00"
               GO TO MERGE-DENOM-COUNTS-EXIT
           END-IF
           MOVE "V" TO DNC-LOCATION-TYPE
           MOVE WS-FROM-BRANCH TO DNC-LOCATION-ID
           READ DENOM-COUNT-FILE
               INVALID KEY
                   CLOSE DENOM-COUNT-FILE
                   GO TO MERGE-DENOM-COUNTS-EXIT
           END-READ
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               MOVE DNC-COUNT(WS-DENOM-IX) TO WS-OLD-DENOM(WS-DENOM-IX)
           END-PERFORM
           DELETE DENOM-COUNT-FILE RECORD
           MOVE "V" TO DNC-LOCATION-TYPE
           MOVE WS-TO-BRANCH TO DNC-LOCATION-ID
           READ DENOM-COUNT-FILE
               INVALID KEY
                   MOVE "V" TO DNC-LOCATION-TYPE
                   MOVE WS-TO-BRANCH TO DNC-LOCATION-ID
                   PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                           UNTIL WS-DENOM-IX > 8
                       MOVE 0 TO DNC-COUNT(WS-DENOM-IX)
                   END-PERFORM
                   WRITE DENOM-COUNT-RECORD
           END-READ
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               ADD WS-OLD-DENOM(WS-DENOM-IX) TO DNC-COUNT(WS-DENOM-IX)
           END-PERFORM
           REWRITE DENOM-COUNT-RECORD
           CLOSE DENOM-COUNT-FILE.
       MERGE-DENOM-COUNTS-EXIT.
           EXIT.

       WALK-SAFE-BOXES.
           IF WS-COMMIT-MODE = 1
               OPEN I-O SAFE-BOX-FILE
           ELSE
               OPEN INPUT SAFE-BOX-FILE
           END-IF
           IF SAFE-BOX-FILE-STATUS NOT = "00"
               GO TO WALK-SAFE-BOXES-EXIT
           END-IF
           PERFORM UNTIL SAFE-BOX-FILE-STATUS = "10"
               READ SAFE-BOX-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SB-BRANCH-CODE TO WS-ROW-BRANCH
               IF WS-ROW-BRANCH = SPACES
                   MOVE "MAIN" TO WS-ROW-BRANCH
               END-IF
               IF WS-ROW-BRANCH = WS-FROM-BRANCH
                   PERFORM TAKE-SAFE-BOX
               END-IF
           END-PERFORM
           CLOSE SAFE-BOX-FILE.
       WALK-SAFE-BOXES-EXIT.
           EXIT.

       TAKE-SAFE-BOX.
           ADD 1 TO WS-BOX-COUNT
           IF SB-IS-RENTED
               ADD 1 TO WS-BOX-RENTED
           END-IF
           IF WS-COMMIT-MODE = 1
               MOVE WS-TO-BRANCH TO SB-BRANCH-CODE
               REWRITE SAFE-BOX-RECORD
               MOVE SPACES TO WS-RC-KEY
               MOVE SB-BOX-NO TO WS-RC-KEY
               MOVE "SAFE BOX BRANCH" TO WS-RC-FIELD
               PERFORM LOG-BRANCH-CHANGE
           END-IF.

      *> Only the balance sheet moves (accounts below 300000):
      *> income and expense already earned at the closing branch
      *> stay there as its history for the budget comparisons. Legs
      *> without a branch code were posted to MAIN. The nets are
      *> gathered first, then - when committing - posted.
       WALK-GL-BALANCES.
           MOVE 0 TO WS-GL-COUNT
           MOVE 0 TO WS-GL-FULL
           OPEN INPUT GL-BRANCH-BALANCE-FILE
           IF GL-BRANCH-BALANCE-FILE-STATUS NOT = "00"
               GO TO WALK-GL-BALANCES-EXIT
           END-IF
           PERFORM UNTIL GL-BRANCH-BALANCE-FILE-STATUS = "10"
               READ GL-BRANCH-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF GBB-BRANCH-CODE = WS-FROM-BRANCH
                  AND GBB-ACCOUNT < 300000
                   PERFORM ADD-GL-NET THRU ADD-GL-NET-EXIT
               END-IF
           END-PERFORM
           CLOSE GL-BRANCH-BALANCE-FILE
           IF WS-GL-FULL = 1
               DISPLAY "*** More than 300 GL accounts at branch "
                   WS-FROM-BRANCH " - the rest are not listed."
           END-IF
           IF WS-COMMIT-MODE = 1
               OPEN I-O GL-BRANCH-BALANCE-FILE
           END-IF
           PERFORM WRITE-GL-LEGS THRU WRITE-GL-LEGS-EXIT
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT
           IF WS-COMMIT-MODE = 1
               CLOSE GL-BRANCH-BALANCE-FILE
           END-IF.
       WALK-GL-BALANCES-EXIT.
           EXIT.

       ADD-GL-NET.
           COMPUTE WS-GL-NET-ROW = GBB-DEBITS - GBB-CREDITS
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-ACCOUNT(WS-GL-IDX) = GBB-ACCOUNT
                   ADD WS-GL-NET-ROW TO WS-GL-NET(WS-GL-IDX)
                   GO TO ADD-GL-NET-EXIT
               END-IF
           END-PERFORM
           IF WS-GL-COUNT >= 300
               MOVE 1 TO WS-GL-FULL
               GO TO ADD-GL-NET-EXIT
           END-IF
           ADD 1 TO WS-GL-COUNT
           MOVE GBB-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-COUNT)
           MOVE WS-GL-NET-ROW TO WS-GL-NET(WS-GL-COUNT).
       ADD-GL-NET-EXIT.
           EXIT.

      *> A debit balance is credited out of the closing branch and
      *> debited into the receiving one; a credit balance the other
      *> way round. Each leg is printed in the journal's own layout.
       WRITE-GL-LEGS.
           IF WS-GL-NET(WS-GL-IDX) = 0
               GO TO WRITE-GL-LEGS-EXIT
           END-IF
           IF WS-GL-NET(WS-GL-IDX) > 0
               MOVE WS-GL-NET(WS-GL-IDX) TO WS-LEG-AMOUNT
           ELSE
               COMPUTE WS-LEG-AMOUNT = 0 - WS-GL-NET(WS-GL-IDX)
           END-IF
           ADD WS-LEG-AMOUNT TO WS-GL-MOVED
           MOVE WS-FROM-BRANCH TO WS-LEG-BRANCH
           IF WS-GL-NET(WS-GL-IDX) > 0
               MOVE "CR" TO WS-LEG-SIDE
           ELSE
               MOVE "DR" TO WS-LEG-SIDE
           END-IF
           PERFORM PUT-GL-LEG
           MOVE WS-TO-BRANCH TO WS-LEG-BRANCH
           IF WS-GL-NET(WS-GL-IDX) > 0
               MOVE "DR" TO WS-LEG-SIDE
           ELSE
               MOVE "CR" TO WS-LEG-SIDE
           END-IF
           PERFORM PUT-GL-LEG
           IF WS-COMMIT-MODE = 1
               MOVE SPACES TO WS-RC-KEY
               STRING "GL " WS-GL-ACCOUNT(WS-GL-IDX) " "
                   WS-PERIOD
                   DELIMITED BY SIZE INTO WS-RC-KEY
               MOVE "GL BRANCH BALANCE" TO WS-RC-FIELD
               MOVE SPACES TO WS-RC-OLD
               MOVE WS-GL-NET(WS-GL-IDX) TO WS-DISP-AMOUNT
               STRING WS-FROM-BRANCH " " WS-DISP-AMOUNT
                   DELIMITED BY SIZE INTO WS-RC-OLD
               MOVE SPACES TO WS-RC-NEW
               STRING WS-TO-BRANCH " " WS-DISP-AMOUNT
                   DELIMITED BY SIZE INTO WS-RC-NEW
               CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
                   WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           END-IF.
       WRITE-GL-LEGS-EXIT.
           EXIT.

       PUT-GL-LEG.
           MOVE WS-LEG-AMOUNT TO WS-DISP-LEG
           STRING WS-JOURNAL-DATE " BR " WS-LEG-BRANCH " "
               WS-LEG-SIDE " " WS-GL-ACCOUNT(WS-GL-IDX) " "
               WS-DISP-LEG " BRANCH-TRANSFER"
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           IF WS-COMMIT-MODE = 1
               PERFORM POST-GL-LEG
           END-IF.

       POST-GL-LEG.
           MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO GBB-ACCOUNT
           MOVE WS-PERIOD TO GBB-PERIOD
           MOVE WS-LEG-BRANCH TO GBB-BRANCH-CODE
           READ GL-BRANCH-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO GBB-DEBITS
                   MOVE 0 TO GBB-CREDITS
                   IF WS-LEG-SIDE = "DR"
                       MOVE WS-LEG-AMOUNT TO GBB-DEBITS
                   ELSE
                       MOVE WS-LEG-AMOUNT TO GBB-CREDITS
                   END-IF
                   WRITE GL-BRANCH-BALANCE-RECORD
               NOT INVALID KEY
                   IF WS-LEG-SIDE = "DR"
                       ADD WS-LEG-AMOUNT TO GBB-DEBITS
                   ELSE
                       ADD WS-LEG-AMOUNT TO GBB-CREDITS
                   END-IF
                   REWRITE GL-BRANCH-BALANCE-RECORD
           END-READ.

       CLOSE-OLD-BRANCH.
           IF WS-FROM-CLOSED = 1
               GO TO CLOSE-OLD-BRANCH-EXIT
           END-IF
           OPEN I-O BRANCH-FILE
           MOVE WS-FROM-BRANCH TO BR-CODE
           READ BRANCH-FILE
               INVALID KEY
                   CLOSE BRANCH-FILE
                   GO TO CLOSE-OLD-BRANCH-EXIT
           END-READ
           MOVE "C" TO BR-STATUS
           REWRITE BRANCH-RECORD
           CLOSE BRANCH-FILE
           MOVE SPACES TO WS-RC-KEY
           MOVE WS-FROM-BRANCH TO WS-RC-KEY
           MOVE "BRANCH STATUS" TO WS-RC-FIELD
           MOVE "A" TO WS-RC-OLD
           MOVE "C" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       CLOSE-OLD-BRANCH-EXIT.
           EXIT.

       LOG-BRANCH-CHANGE.
           MOVE WS-FROM-BRANCH TO WS-RC-OLD
           MOVE WS-TO-BRANCH TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.

       WRITE-HEADER.
           STRING "BRANCH CONSOLIDATION  " WS-FROM-BRANCH " "
               WS-FROM-NAME " INTO " WS-TO-BRANCH " " WS-TO-NAME
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           STRING "Business date " WS-BUSINESS-DATE
               "   GL transfer period " WS-PERIOD
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           STRING "Balance-sheet GL transfer legs:"
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE.

       WRITE-SUMMARY.
           PERFORM PUT-BLANK-LINE
           IF WS-COMMIT-MODE = 1
               STRING "MOVED TO " WS-TO-BRANCH ":"
                   DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           ELSE
               STRING "PREVIEW - AT " WS-FROM-BRANCH " TO MOVE:"
                   DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           END-IF
           PERFORM PUT-LINE
           MOVE WS-BAL-COUNT TO WS-DISP-COUNT
           STRING "  Balance rows          " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-BAL-CREDIT TO WS-DISP-AMOUNT
           STRING "    credit balances     " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-BAL-DEBIT TO WS-DISP-AMOUNT
           STRING "    debit balances      " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-OP-COUNT TO WS-DISP-COUNT
           STRING "  Operators             " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-DRW-COUNT TO WS-DISP-COUNT
           MOVE WS-DRW-CASH TO WS-DISP-AMOUNT
           STRING "  Open cash drawers     " WS-DISP-COUNT
               "  cash " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           IF WS-VAULT-FOUND = 1
               MOVE WS-VAULT-BALANCE TO WS-DISP-AMOUNT
               STRING "  Vault cash            " WS-DISP-AMOUNT
                   DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           ELSE
               STRING "  Vault cash            no vault on file"
                   DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           END-IF
           PERFORM PUT-LINE
           MOVE WS-BOX-COUNT TO WS-DISP-COUNT
           STRING "  Safe deposit boxes    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-BOX-RENTED TO WS-DISP-COUNT
           STRING "    rented              " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-GL-COUNT TO WS-DISP-COUNT
           MOVE WS-GL-MOVED TO WS-DISP-AMOUNT
           STRING "  GL accounts           " WS-DISP-COUNT
               "  transferred " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
           PERFORM PUT-LINE
           IF WS-COMMIT-MODE = 1
               STRING "Branch " WS-FROM-BRANCH " marked closed."
                   DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       PUT-BLANK-LINE.
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE
           WRITE CONSOLIDATION-REPORT-LINE.

       PUT-LINE.
           WRITE CONSOLIDATION-REPORT-LINE
           DISPLAY CONSOLIDATION-REPORT-LINE
           MOVE SPACES TO CONSOLIDATION-REPORT-LINE.
