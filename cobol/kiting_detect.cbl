       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITING_DETECT.

      *> Nightly check-kiting analysis. CHECK_DEPOSIT fences deposited
      *> items with availability holds and CHECK_CLEARING pays the
      *> customer's own checks, but neither looks across the two. For
      *> every account that deposited checks in the last
      *> KITE-WINDOW-DAYS business days this run lines the deposits
      *> (DEPOSITED-CHECK-FILE) up against the CHECK-PAID rows in
      *> transaction.db and tests three signs of a kite:
      *>   - deposits and paid checks repeatedly close in value
      *>     (KITE-MIN-PAIRS deposits within KITE-MATCH-PCT percent
      *>     of some paid item);
      *>   - the deposits drawn on no more than KITE-MAX-DRAWEES
      *>     outside accounts;
      *>   - the balance resting on uncollected funds (active holds
      *>     at least KITE-UNCOLL-PCT percent of the ledger balance).
      *> An account showing all three is a suspect: it is reported
      *> in kiting_report.txt, queued on the exception hub, and - when
      *> KITE-OPEN-AML-CASE is Y - opened (or topped up) as an AML
      *> case. All thresholds come from batch_params.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITED-CHECK-FILE ASSIGN TO "deposited_checks.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DCK-ID
               FILE STATUS IS DEPOSITED-CHECK-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT KITING-REPORT-FILE ASSIGN TO "kiting_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSITED-CHECK-FILE.
       COPY "deposited_check_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD KITING-REPORT-FILE.
       01 KITING-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 DEPOSITED-CHECK-FILE-STATUS PIC XX.
       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-WINDOW-DAYS   PIC 9(2) VALUE 5.
       01 WS-MIN-PAIRS     PIC 9(2) VALUE 3.
       01 WS-MATCH-PCT     PIC 9(3) VALUE 10.
       01 WS-MAX-DRAWEES   PIC 9(2) VALUE 2.
       01 WS-UNCOLL-PCT    PIC 9(3) VALUE 50.
       01 WS-OPEN-AML      PIC X VALUE "N".
       01 WS-WINDOW-START  PIC 9(8).
       01 WS-WINDOW-START-X PIC X(10).
       01 WS-WORK-DATE     PIC 9(8).
       01 WS-DATE-INT      PIC 9(9).
       01 WS-DAY-IX        PIC 9(2).
       01 WS-NBD-RESULT    PIC 9(8).
       01 WS-NBD-WAS-OPEN  PIC 9.
       01 WS-NBD-CONV      PIC X VALUE "P".
      *> One cell per account that deposited checks in the window;
      *> the individual amounts and drawees are kept for matching.
       01 WS-MAX-ACCTS     PIC 9(3) VALUE 300.
       01 WS-MAX-ITEMS     PIC 9(2) VALUE 20.
       01 WS-MAX-DRAWEE-SLOTS PIC 9(2) VALUE 10.
       01 WS-ACCT-TABLE.
           05 WS-ACCT OCCURS 300 TIMES.
               10 WS-AC-USER-ID      PIC 9(10).
               10 WS-AC-ACCOUNT-TYPE PIC X(10).
               10 WS-AC-DEP-COUNT    PIC 9(4).
               10 WS-AC-DEP-TOTAL    PIC 9(12)V99.
               10 WS-AC-DEP-AMT      PIC 9(10)V99 OCCURS 20 TIMES.
               10 WS-AC-PAID-COUNT   PIC 9(4).
               10 WS-AC-PAID-TOTAL   PIC 9(12)V99.
               10 WS-AC-PAID-AMT     PIC 9(10)V99 OCCURS 20 TIMES.
               10 WS-AC-DRAWEE-COUNT PIC 9(2).
               10 WS-AC-DRAWEE       PIC X(28) OCCURS 10 TIMES.
               10 WS-AC-PAIRS        PIC 9(4).
               10 WS-AC-BALANCE      PIC S9(10)V99.
               10 WS-AC-HOLDS        PIC 9(12)V99.
               10 WS-AC-SIMILAR      PIC X.
               10 WS-AC-FEW-DRAWEES  PIC X.
               10 WS-AC-UNCOLLECTED  PIC X.
               10 WS-AC-SCORE        PIC 9(5).
       01 WS-ACCT-COUNT    PIC 9(3) VALUE 0.
       01 WS-ACCT-IDX      PIC 9(3).
       01 WS-ACCT-HIT      PIC 9 VALUE 0.
       01 WS-TABLE-FULL-WARNED PIC 9 VALUE 0.
       01 WS-ITEM-IDX      PIC 9(2).
       01 WS-PAID-IDX      PIC 9(2).
       01 WS-ITEM-LIMIT    PIC 9(4).
       01 WS-PAID-LIMIT    PIC 9(4).
       01 WS-DRAWEE-IDX    PIC 9(2).
       01 WS-DRAWEE-KEY    PIC X(28).
       01 WS-DRAWEE-HIT    PIC 9 VALUE 0.
       01 WS-PAIR-HIT      PIC 9 VALUE 0.
       01 WS-ABS-AMOUNT    PIC 9(10)V99.
       01 WS-DIFFERENCE    PIC 9(10)V99.
       01 WS-TOLERANCE     PIC 9(10)V99.
       01 WS-HOLDS-FLOOR   PIC S9(12)V99.
       01 WS-SUSPECT-COUNT PIC 9(4) VALUE 0.
       01 WS-CASE-USER-ID  PIC 9(10).
       01 WS-CASE-SCORE    PIC 9(5).
       01 WS-CASE-SOURCE   PIC X(10) VALUE "KITING".
       01 WS-CASE-ID       PIC 9(10).
       01 WS-EXH-SOURCE    PIC X(20) VALUE "KITING_DETECT".
       01 WS-EXH-REFERENCE PIC X(30).
       01 WS-EXH-AMOUNT    PIC S9(10)V99.
       01 WS-EXH-REASON    PIC X(30) VALUE "CHECK KITING SUSPECT".
       01 WS-SUSPECT-TAG   PIC X(7).
       01 WS-DISP-DEP      PIC Z(9)9.99.
       01 WS-DISP-PAID     PIC Z(9)9.99.
       01 WS-DISP-HOLDS    PIC Z(9)9.99.
       01 WS-DISP-BALANCE  PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 0 TO WS-SUSPECT-COUNT
           DISPLAY "----------------------------"
           DISPLAY "Check kiting analysis running."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM LOAD-THRESHOLDS
           PERFORM WORK-OUT-WINDOW
           DISPLAY "Window " WS-WINDOW-START " to " WS-BUSINESS-DATE
           OPEN INPUT DEPOSITED-CHECK-FILE
           IF DEPOSITED-CHECK-FILE-STATUS = "35"
               DISPLAY "No deposited checks on file - nothing to "
                   "analyse."
               GOBACK
           END-IF
           IF DEPOSITED-CHECK-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "deposited_checks.db " DEPOSITED-CHECK-FILE-STATUS
               GOBACK
           END-IF
           PERFORM UNTIL DEPOSITED-CHECK-FILE-STATUS = "10"
               READ DEPOSITED-CHECK-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TALLY-ONE-DEPOSIT
                           THRU TALLY-ONE-DEPOSIT-EXIT
               END-READ
           END-PERFORM
           CLOSE DEPOSITED-CHECK-FILE
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "transaction.db      " TRANSACTION-DB-FILE-STATUS
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           PERFORM SCORE-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           CLOSE BALANCE-DB-FILE
           CLOSE TRANSACTION-DB-FILE
           PERFORM WRITE-KITING-REPORT
           GOBACK.

       LOAD-THRESHOLDS.
           MOVE "KITE-WINDOW-DAYS" TO WS-PARAM-NAME
           MOVE "5" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-WINDOW-DAYS
           IF WS-WINDOW-DAYS = 0
               MOVE 5 TO WS-WINDOW-DAYS
           END-IF
           MOVE "KITE-MIN-PAIRS" TO WS-PARAM-NAME
           MOVE "3" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-MIN-PAIRS
           IF WS-MIN-PAIRS = 0
               MOVE 3 TO WS-MIN-PAIRS
           END-IF
           MOVE "KITE-MATCH-PCT" TO WS-PARAM-NAME
           MOVE "10" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-MATCH-PCT
           MOVE "KITE-MAX-DRAWEES" TO WS-PARAM-NAME
           MOVE "2" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-MAX-DRAWEES
           IF WS-MAX-DRAWEES = 0
               MOVE 2 TO WS-MAX-DRAWEES
           END-IF
           MOVE "KITE-UNCOLL-PCT" TO WS-PARAM-NAME
           MOVE "50" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-UNCOLL-PCT
           MOVE "KITE-OPEN-AML-CASE" TO WS-PARAM-NAME
           MOVE "N" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION UPPER-CASE(WS-PARAM-VALUE(1:1))
               TO WS-OPEN-AML.

      *> The window is KITE-WINDOW-DAYS business days ending today:
      *> step back a calendar day at a time, rolling over weekends
      *> and holidays to the preceding business day.
       WORK-OUT-WINDOW.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM VARYING WS-DAY-IX FROM 2 BY 1
                   UNTIL WS-DAY-IX > WS-WINDOW-DAYS
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-WORK-DATE
               CALL "NEXT_BUSINESS_DAY" USING WS-WORK-DATE
                   WS-NBD-CONV WS-NBD-RESULT WS-NBD-WAS-OPEN
               MOVE WS-NBD-RESULT TO WS-WORK-DATE
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-WINDOW-START
           MOVE SPACES TO WS-WINDOW-START-X
           STRING WS-WINDOW-START(1:4) "-" WS-WINDOW-START(5:2) "-"
               WS-WINDOW-START(7:2)
               DELIMITED BY SIZE INTO WS-WINDOW-START-X.

       TALLY-ONE-DEPOSIT.
           IF DCK-DEPOSIT-DATE < WS-WINDOW-START
              OR DCK-DEPOSIT-DATE > WS-BUSINESS-DATE
               GO TO TALLY-ONE-DEPOSIT-EXIT
           END-IF
           PERFORM FIND-OR-ADD-ACCOUNT THRU FIND-OR-ADD-ACCOUNT-EXIT
           IF WS-ACCT-HIT = 0
               GO TO TALLY-ONE-DEPOSIT-EXIT
           END-IF
           ADD 1 TO WS-AC-DEP-COUNT(WS-ACCT-IDX)
           ADD DCK-AMOUNT TO WS-AC-DEP-TOTAL(WS-ACCT-IDX)
           IF WS-AC-DEP-COUNT(WS-ACCT-IDX) <= WS-MAX-ITEMS
               MOVE DCK-AMOUNT TO WS-AC-DEP-AMT(WS-ACCT-IDX,
                   WS-AC-DEP-COUNT(WS-ACCT-IDX))
           END-IF
           MOVE SPACES TO WS-DRAWEE-KEY
           STRING DCK-DRAWEE-BANK DCK-DRAWEE-ACCOUNT
               DELIMITED BY SIZE INTO WS-DRAWEE-KEY
           MOVE 0 TO WS-DRAWEE-HIT
           PERFORM VARYING WS-DRAWEE-IDX FROM 1 BY 1
                   UNTIL WS-DRAWEE-IDX > WS-AC-DRAWEE-COUNT(WS-ACCT-IDX)
                   OR WS-DRAWEE-IDX > WS-MAX-DRAWEE-SLOTS
                   OR WS-DRAWEE-HIT = 1
               IF WS-AC-DRAWEE(WS-ACCT-IDX, WS-DRAWEE-IDX) =
                  WS-DRAWEE-KEY
                   MOVE 1 TO WS-DRAWEE-HIT
               END-IF
           END-PERFORM
      *>   Past the last slot the count still climbs - a spread of
      *>   that many drawees is already far from "the same few".
           IF WS-DRAWEE-HIT = 0
               IF WS-AC-DRAWEE-COUNT(WS-ACCT-IDX) <
                  WS-MAX-DRAWEE-SLOTS
                   ADD 1 TO WS-AC-DRAWEE-COUNT(WS-ACCT-IDX)
                   MOVE WS-DRAWEE-KEY TO WS-AC-DRAWEE(WS-ACCT-IDX,
                       WS-AC-DRAWEE-COUNT(WS-ACCT-IDX))
               ELSE
                   MOVE 99 TO WS-AC-DRAWEE-COUNT(WS-ACCT-IDX)
               END-IF
           END-IF.
       TALLY-ONE-DEPOSIT-EXIT.
           EXIT.

       FIND-OR-ADD-ACCOUNT.
           MOVE 0 TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACCT-HIT = 1
               IF WS-AC-USER-ID(WS-ACCT-IDX) = DCK-USER-ID
                  AND WS-AC-ACCOUNT-TYPE(WS-ACCT-IDX) =
                      DCK-ACCOUNT-TYPE
                   MOVE 1 TO WS-ACCT-HIT
               END-IF
           END-PERFORM
           IF WS-ACCT-HIT = 1
               SUBTRACT 1 FROM WS-ACCT-IDX
               GO TO FIND-OR-ADD-ACCOUNT-EXIT
           END-IF
           IF WS-ACCT-COUNT >= WS-MAX-ACCTS
               IF WS-TABLE-FULL-WARNED = 0
                   DISPLAY "WARNING: analysis table full - later "
                       "accounts not analysed this run."
                   MOVE 1 TO WS-TABLE-FULL-WARNED
               END-IF
               GO TO FIND-OR-ADD-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
           INITIALIZE WS-ACCT(WS-ACCT-IDX)
           MOVE DCK-USER-ID TO WS-AC-USER-ID(WS-ACCT-IDX)
           MOVE DCK-ACCOUNT-TYPE TO WS-AC-ACCOUNT-TYPE(WS-ACCT-IDX)
           MOVE "N" TO WS-AC-SIMILAR(WS-ACCT-IDX)
           MOVE "N" TO WS-AC-FEW-DRAWEES(WS-ACCT-IDX)
           MOVE "N" TO WS-AC-UNCOLLECTED(WS-ACCT-IDX)
           MOVE 1 TO WS-ACCT-HIT.
       FIND-OR-ADD-ACCOUNT-EXIT.
           EXIT.

       SCORE-ONE-ACCOUNT.
           PERFORM LOAD-CHECKS-PAID THRU LOAD-CHECKS-PAID-EXIT
           PERFORM COUNT-SIMILAR-PAIRS
           IF WS-AC-PAIRS(WS-ACCT-IDX) >= WS-MIN-PAIRS
               MOVE "Y" TO WS-AC-SIMILAR(WS-ACCT-IDX)
           END-IF
           IF WS-AC-DRAWEE-COUNT(WS-ACCT-IDX) <= WS-MAX-DRAWEES
              AND WS-AC-DEP-COUNT(WS-ACCT-IDX) >= WS-MIN-PAIRS
               MOVE "Y" TO WS-AC-FEW-DRAWEES(WS-ACCT-IDX)
           END-IF
           MOVE WS-AC-USER-ID(WS-ACCT-IDX) TO BALANCE-REC-ID
           MOVE WS-AC-ACCOUNT-TYPE(WS-ACCT-IDX)
               TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE 0 TO BALANCE-REC-BALANCE
           END-READ
           MOVE BALANCE-REC-BALANCE TO WS-AC-BALANCE(WS-ACCT-IDX)
           CALL "GET_ACTIVE_HOLDS" USING WS-AC-USER-ID(WS-ACCT-IDX)
               WS-AC-ACCOUNT-TYPE(WS-ACCT-IDX) WS-BUSINESS-DATE
               WS-AC-HOLDS(WS-ACCT-IDX)
           COMPUTE WS-HOLDS-FLOOR =
               WS-AC-BALANCE(WS-ACCT-IDX) * WS-UNCOLL-PCT / 100
           IF WS-AC-HOLDS(WS-ACCT-IDX) > 0
              AND WS-AC-HOLDS(WS-ACCT-IDX) >= WS-HOLDS-FLOOR
               MOVE "Y" TO WS-AC-UNCOLLECTED(WS-ACCT-IDX)
           END-IF
           IF WS-AC-SIMILAR(WS-ACCT-IDX) = "Y"
              AND WS-AC-FEW-DRAWEES(WS-ACCT-IDX) = "Y"
              AND WS-AC-UNCOLLECTED(WS-ACCT-IDX) = "Y"
               COMPUTE WS-AC-SCORE(WS-ACCT-IDX) =
                   WS-AC-PAIRS(WS-ACCT-IDX) * 10 + 50
               ADD 1 TO WS-SUSPECT-COUNT
           END-IF.

      *> Reads just this account's rows from the window start on,
      *> through the user/account/date alternate key.
       LOAD-CHECKS-PAID.
           MOVE WS-AC-USER-ID(WS-ACCT-IDX) TO TXN-ALT-USER-ID
           MOVE WS-AC-ACCOUNT-TYPE(WS-ACCT-IDX)
               TO TXN-ALT-ACCOUNT-TYPE
           MOVE WS-WINDOW-START-X TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS >= TXN-ALT-KEY
               INVALID KEY
                   GO TO LOAD-CHECKS-PAID-EXIT
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF TXN-ALT-USER-ID NOT = WS-AC-USER-ID(WS-ACCT-IDX)
                  OR TXN-ALT-ACCOUNT-TYPE NOT =
                     WS-AC-ACCOUNT-TYPE(WS-ACCT-IDX)
                   EXIT PERFORM
               END-IF
               IF TXN-TYPE = "CHECK-PAID"
                   COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(TXN-AMOUNT)
                   ADD 1 TO WS-AC-PAID-COUNT(WS-ACCT-IDX)
                   ADD WS-ABS-AMOUNT TO WS-AC-PAID-TOTAL(WS-ACCT-IDX)
                   IF WS-AC-PAID-COUNT(WS-ACCT-IDX) <= WS-MAX-ITEMS
                       MOVE WS-ABS-AMOUNT TO
                           WS-AC-PAID-AMT(WS-ACCT-IDX,
                           WS-AC-PAID-COUNT(WS-ACCT-IDX))
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-CHECKS-PAID-EXIT.
           EXIT.

      *> A deposit pairs when some check paid in the window is within
      *> KITE-MATCH-PCT percent of it - the same money going round.
       COUNT-SIMILAR-PAIRS.
           MOVE 0 TO WS-AC-PAIRS(WS-ACCT-IDX)
           MOVE WS-AC-DEP-COUNT(WS-ACCT-IDX) TO WS-ITEM-LIMIT
           IF WS-ITEM-LIMIT > WS-MAX-ITEMS
               MOVE WS-MAX-ITEMS TO WS-ITEM-LIMIT
           END-IF
           MOVE WS-AC-PAID-COUNT(WS-ACCT-IDX) TO WS-PAID-LIMIT
           IF WS-PAID-LIMIT > WS-MAX-ITEMS
               MOVE WS-MAX-ITEMS TO WS-PAID-LIMIT
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-LIMIT
               COMPUTE WS-TOLERANCE =
                   WS-AC-DEP-AMT(WS-ACCT-IDX, WS-ITEM-IDX)
                   * WS-MATCH-PCT / 100
               MOVE 0 TO WS-PAIR-HIT
               PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                       UNTIL WS-PAID-IDX > WS-PAID-LIMIT
                       OR WS-PAIR-HIT = 1
                   COMPUTE WS-DIFFERENCE = FUNCTION ABS(
                       WS-AC-DEP-AMT(WS-ACCT-IDX, WS-ITEM-IDX)
                       - WS-AC-PAID-AMT(WS-ACCT-IDX, WS-PAID-IDX))
                   IF WS-DIFFERENCE <= WS-TOLERANCE
                       MOVE 1 TO WS-PAIR-HIT
                   END-IF
               END-PERFORM
               IF WS-PAIR-HIT = 1
                   ADD 1 TO WS-AC-PAIRS(WS-ACCT-IDX)
               END-IF
           END-PERFORM.

       WRITE-KITING-REPORT.
           OPEN OUTPUT KITING-REPORT-FILE
           MOVE SPACES TO KITING-REPORT-LINE
           STRING "Check kiting analysis " WS-WINDOW-START " to "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO KITING-REPORT-LINE
           WRITE KITING-REPORT-LINE
           DISPLAY KITING-REPORT-LINE
           MOVE SPACES TO KITING-REPORT-LINE
           STRING "User       Account    Dep  Deposited     Paid "
               "Paid          Pairs Drw Balance        Uncollected  "
               " S D U Score"
               DELIMITED BY SIZE INTO KITING-REPORT-LINE
           WRITE KITING-REPORT-LINE
           DISPLAY KITING-REPORT-LINE
           PERFORM WRITE-ONE-ACCOUNT-ROW THRU WRITE-ONE-ACCOUNT-ROW-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           MOVE SPACES TO KITING-REPORT-LINE
           STRING "Accounts analysed: " WS-ACCT-COUNT
               "  Suspects: " WS-SUSPECT-COUNT
               DELIMITED BY SIZE INTO KITING-REPORT-LINE
           WRITE KITING-REPORT-LINE
           DISPLAY KITING-REPORT-LINE
           CLOSE KITING-REPORT-FILE
           DISPLAY "Report written to kiting_report.txt".

       WRITE-ONE-ACCOUNT-ROW.
           MOVE WS-AC-DEP-TOTAL(WS-ACCT-IDX) TO WS-DISP-DEP
           MOVE WS-AC-PAID-TOTAL(WS-ACCT-IDX) TO WS-DISP-PAID
           MOVE WS-AC-BALANCE(WS-ACCT-IDX) TO WS-DISP-BALANCE
           MOVE WS-AC-HOLDS(WS-ACCT-IDX) TO WS-DISP-HOLDS
           MOVE SPACES TO WS-SUSPECT-TAG
           IF WS-AC-SCORE(WS-ACCT-IDX) > 0
               MOVE "SUSPECT" TO WS-SUSPECT-TAG
           END-IF
           MOVE SPACES TO KITING-REPORT-LINE
           STRING WS-AC-USER-ID(WS-ACCT-IDX) " "
               WS-AC-ACCOUNT-TYPE(WS-ACCT-IDX) " "
               WS-AC-DEP-COUNT(WS-ACCT-IDX) " " WS-DISP-DEP " "
               WS-AC-PAID-COUNT(WS-ACCT-IDX) " " WS-DISP-PAID " "
               WS-AC-PAIRS(WS-ACCT-IDX) "  "
               WS-AC-DRAWEE-COUNT(WS-ACCT-IDX) " " WS-DISP-BALANCE " "
               WS-DISP-HOLDS " "
               WS-AC-SIMILAR(WS-ACCT-IDX) " "
               WS-AC-FEW-DRAWEES(WS-ACCT-IDX) " "
               WS-AC-UNCOLLECTED(WS-ACCT-IDX) " "
               WS-AC-SCORE(WS-ACCT-IDX) " " WS-SUSPECT-TAG
               DELIMITED BY SIZE INTO KITING-REPORT-LINE
           WRITE KITING-REPORT-LINE
           DISPLAY KITING-REPORT-LINE
           IF WS-AC-SCORE(WS-ACCT-IDX) = 0
               GO TO WRITE-ONE-ACCOUNT-ROW-EXIT
           END-IF
      *>   Operations works the item from the hub; compliance gets a
      *>   case only when the bank has switched that on.
           MOVE SPACES TO WS-EXH-REFERENCE
           STRING "USER " WS-AC-USER-ID(WS-ACCT-IDX) " "
               WS-AC-ACCOUNT-TYPE(WS-ACCT-IDX)
               DELIMITED BY SIZE INTO WS-EXH-REFERENCE
           MOVE WS-AC-DEP-TOTAL(WS-ACCT-IDX) TO WS-EXH-AMOUNT
           CALL "LOG_EXCEPTION" USING WS-EXH-SOURCE
               WS-EXH-REFERENCE WS-EXH-AMOUNT WS-EXH-REASON
           IF WS-OPEN-AML = "Y"
               MOVE WS-AC-USER-ID(WS-ACCT-IDX) TO WS-CASE-USER-ID
               MOVE WS-AC-SCORE(WS-ACCT-IDX) TO WS-CASE-SCORE
               CALL "OPEN_AML_CASE" USING WS-CASE-USER-ID
                   WS-CASE-SOURCE WS-CASE-SCORE WS-CASE-ID
           END-IF.
       WRITE-ONE-ACCOUNT-ROW-EXIT.
           EXIT.
