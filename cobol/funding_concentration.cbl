       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDING_CONCENTRATION.

      *> Funding concentration and liquidity maturity report for the
      *> ALM committee. Total deposits are every customer's credit
      *> balances on balance.db, loan and credit line rows aside - a
      *> term deposit counts through its TERMDEP row. The largest
      *> depositors and the largest households (members' deposits
      *> added up through household_member.db) are ranked with their
      *> share of total deposits. Active term deposits maturing in
      *> the next 7, 30, 60 and 90 days are listed, split between
      *> those set to roll over and those that will pay out, and the
      *> payouts are set against the day's liquid assets: the cash in
      *> every branch vault plus the bank's own user 0 settlement
      *> rows (foreign currency positions and the loan loss
      *> allowance aside). The thresholds are
      *> management's, from batch_params.txt:
      *>   FUNDING-TOP-N             depositors/households ranked (20)
      *>   FUNDING-MAX-DEPOSITOR-PCT one depositor's share (5.00)
      *>   FUNDING-MAX-HOUSEHOLD-PCT one household's share (10.00)
      *>   FUNDING-MAX-TOP-N-PCT     the top N depositors' share (25.00)
      *> A line over its threshold is flagged *** BREACH, as is any
      *> window whose payouts exceed the liquid assets. Written to
      *> funding_concentration.txt and the report archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "household.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HH-ID
               FILE STATUS IS HOUSEHOLD-FILE-STATUS.
           SELECT HOUSEHOLD-MEMBER-FILE ASSIGN TO
               "household_member.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHM-USER-ID
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS HOUSEHOLD-MEMBER-FILE-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "term_deposit.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ID
               FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.
           SELECT VAULT-FILE ASSIGN TO "vault.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VLT-BRANCH-CODE
               FILE STATUS IS VAULT-FILE-STATUS.
           SELECT FUNDING-REPORT-FILE
               ASSIGN TO "funding_concentration.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD HOUSEHOLD-FILE.
       COPY "household_record.cpy".

       FD HOUSEHOLD-MEMBER-FILE.
       COPY "household_member_record.cpy".

       FD TERM-DEPOSIT-FILE.
       COPY "term_deposit_record.cpy".

       FD VAULT-FILE.
       COPY "vault_record.cpy".

       FD FUNDING-REPORT-FILE.
       01 FUNDING-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS       PIC XX.
       01 USER-DB-FILE-STATUS          PIC XX.
       01 HOUSEHOLD-FILE-STATUS        PIC XX.
       01 HOUSEHOLD-MEMBER-FILE-STATUS PIC XX.
       01 TERM-DEPOSIT-FILE-STATUS     PIC XX.
       01 VAULT-FILE-STATUS            PIC XX.
       01 WS-HH-FILE-OPEN  PIC X VALUE "N".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-AS-OF-DAYNO   PIC 9(8).
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-TOP-N         PIC 9(2) VALUE 20.
       01 WS-MAX-DEPOSITOR-PCT PIC 9(3)V99 VALUE 5.
       01 WS-MAX-HOUSEHOLD-PCT PIC 9(3)V99 VALUE 10.
       01 WS-MAX-TOP-N-PCT     PIC 9(3)V99 VALUE 25.
       01 WS-TOTAL-DEPOSITS    PIC S9(13)V99 VALUE 0.
       01 WS-DEPOSITOR-COUNT   PIC 9(7) VALUE 0.
       01 WS-HOUSEHOLD-COUNT   PIC 9(7) VALUE 0.
       01 WS-BREACH-COUNT      PIC 9(3) VALUE 0.
      *> One customer's deposits while their rows go past.
       01 WS-CURRENT-USER      PIC 9(10) VALUE 0.
       01 WS-USER-DEPOSITS     PIC S9(13)V99 VALUE 0.
       01 WS-CURRENT-HH        PIC 9(10) VALUE 0.
       01 WS-HH-DEPOSITS       PIC S9(13)V99 VALUE 0.
       01 WS-HH-MEMBERS        PIC 9(3) VALUE 0.
      *> The rankings, largest first: list 1 depositors, list 2
      *> households. WS-RK-ID is the user or household id.
       01 WS-RANKINGS.
           05 WS-RK-LIST OCCURS 2 TIMES.
               10 WS-RK-COUNT      PIC 9(2).
               10 WS-RK-ENTRY OCCURS 50 TIMES.
                   15 WS-RK-ID       PIC 9(10).
                   15 WS-RK-AMOUNT   PIC S9(13)V99.
                   15 WS-RK-MEMBERS  PIC 9(3).
       01 WS-RK-WHICH      PIC 9 VALUE 1.
       01 WS-RK-IDX        PIC 9(2) VALUE 0.
       01 WS-RK-NEW-ID     PIC 9(10).
       01 WS-RK-NEW-AMOUNT PIC S9(13)V99.
       01 WS-RK-NEW-MEMBERS PIC 9(3).
       01 WS-RK-HOLD.
           05 WS-RK-HOLD-ID      PIC 9(10).
           05 WS-RK-HOLD-AMOUNT  PIC S9(13)V99.
           05 WS-RK-HOLD-MEMBERS PIC 9(3).
       01 WS-TOP-N-TOTAL   PIC S9(13)V99 VALUE 0.
      *> Term deposit maturity windows, each counted from the
      *> business date and taking in the windows before it.
       01 WS-WINDOW-VALUES.
           05 FILLER PIC 9(3) VALUE 7.
           05 FILLER PIC 9(3) VALUE 30.
           05 FILLER PIC 9(3) VALUE 60.
           05 FILLER PIC 9(3) VALUE 90.
       01 WS-WINDOW-TABLE REDEFINES WS-WINDOW-VALUES.
           05 WS-WN-DAYS PIC 9(3) OCCURS 4 TIMES.
       01 WS-WINDOW-TOTALS.
           05 WS-WT-ENTRY OCCURS 4 TIMES.
               10 WS-WT-ROLL-COUNT  PIC 9(7).
               10 WS-WT-ROLL-AMOUNT PIC S9(13)V99.
               10 WS-WT-PAY-COUNT   PIC 9(7).
               10 WS-WT-PAY-AMOUNT  PIC S9(13)V99.
       01 WS-WN-IDX        PIC 9 VALUE 1.
       01 WS-DAYS          PIC S9(7) VALUE 0.
       01 WS-TD-COUNT      PIC 9(7) VALUE 0.
      *> Liquid assets.
       01 WS-VAULT-CASH    PIC S9(13)V99 VALUE 0.
       01 WS-VAULT-COUNT   PIC 9(5) VALUE 0.
       01 WS-SETTLE-CASH   PIC S9(13)V99 VALUE 0.
       01 WS-LIQUID-ASSETS PIC S9(13)V99 VALUE 0.
       01 WS-NET-LIQUIDITY PIC S9(13)V99.
       01 WS-SHARE-PCT     PIC 9(3)V99.
       01 WS-SHARE-LIMIT   PIC 9(3)V99.
       01 WS-NAME          PIC X(30).
       01 WS-DISP-RANK     PIC Z9.
       01 WS-DISP-ID       PIC Z(9)9.
       01 WS-DISP-AMOUNT   PIC -(13)9.99.
       01 WS-DISP-PCT      PIC ZZ9.99.
       01 WS-DISP-COUNT    PIC Z(6)9.
       01 WS-DISP-MEMBERS  PIC ZZ9.
       01 WS-DISP-DAYS     PIC Z9.
       01 WS-ARCH-SOURCE   PIC X(30)
           VALUE "funding_concentration.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "FUNDING-CONC".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Funding concentration report."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           COMPUTE WS-AS-OF-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM LOAD-THRESHOLDS
           INITIALIZE WS-RANKINGS
           INITIALIZE WS-WINDOW-TOTALS
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                "balance.db          " BALANCE-DB-FILE-STATUS
               GOBACK
           END-IF
           PERFORM RANK-DEPOSITORS THRU RANK-DEPOSITORS-EXIT
           PERFORM RANK-HOUSEHOLDS THRU RANK-HOUSEHOLDS-EXIT
           CLOSE BALANCE-DB-FILE
           PERFORM BUCKET-TERM-DEPOSITS
               THRU BUCKET-TERM-DEPOSITS-EXIT
           PERFORM COUNT-VAULT-CASH THRU COUNT-VAULT-CASH-EXIT
           COMPUTE WS-LIQUID-ASSETS = WS-VAULT-CASH + WS-SETTLE-CASH
           PERFORM WRITE-REPORT
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " TOP=" WS-TOP-N
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           MOVE WS-TOTAL-DEPOSITS TO WS-DISP-AMOUNT
           DISPLAY "Total deposits: " WS-DISP-AMOUNT
               "  depositors: " WS-DEPOSITOR-COUNT
               "  households: " WS-HOUSEHOLD-COUNT
           MOVE WS-LIQUID-ASSETS TO WS-DISP-AMOUNT
           DISPLAY "Liquid assets:  " WS-DISP-AMOUNT
               "  term deposits within 90 days: " WS-TD-COUNT
           IF WS-BREACH-COUNT > 0
               DISPLAY "*** " WS-BREACH-COUNT " threshold breach(es)"
                   " - see the report."
           END-IF
           DISPLAY "Report written to funding_concentration.txt"
           GOBACK.

      *> Management's thresholds; a missing parameter keeps the
      *> default already in the field.
       LOAD-THRESHOLDS.
           MOVE "FUNDING-TOP-N" TO WS-PARAM-NAME
           MOVE "20" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-TOP-N
           IF WS-TOP-N = 0 OR WS-TOP-N > 50
               MOVE 20 TO WS-TOP-N
           END-IF
           MOVE "FUNDING-MAX-DEPOSITOR-PCT" TO WS-PARAM-NAME
           MOVE "5.00" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
               TO WS-MAX-DEPOSITOR-PCT
           MOVE "FUNDING-MAX-HOUSEHOLD-PCT" TO WS-PARAM-NAME
           MOVE "10.00" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
               TO WS-MAX-HOUSEHOLD-PCT
           MOVE "FUNDING-MAX-TOP-N-PCT" TO WS-PARAM-NAME
           MOVE "25.00" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-MAX-TOP-N-PCT.

      *> balance.db is in customer order, so each customer's rows
      *> arrive together: their deposits are ranked when the next
      *> customer starts. User 0 rows are the bank's own and feed
      *> the liquid assets instead.
       RANK-DEPOSITORS.
           MOVE 0 TO WS-CURRENT-USER
           MOVE 0 TO WS-USER-DEPOSITS
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-BALANCE-ROW
                           THRU NOTE-BALANCE-ROW-EXIT
               END-READ
           END-PERFORM
           PERFORM CLOSE-DEPOSITOR.
       RANK-DEPOSITORS-EXIT.
           EXIT.

       NOTE-BALANCE-ROW.
           IF BALANCE-REC-ID = 0
               IF BALANCE-REC-ACCOUNT-TYPE(1:3) NOT = "FX-"
                  AND BALANCE-REC-ACCOUNT-TYPE NOT = "ALLOWANCE"
                   ADD BALANCE-REC-BALANCE TO WS-SETTLE-CASH
               END-IF
               GO TO NOTE-BALANCE-ROW-EXIT
           END-IF
           IF BALANCE-REC-ID NOT = WS-CURRENT-USER
               PERFORM CLOSE-DEPOSITOR
               MOVE BALANCE-REC-ID TO WS-CURRENT-USER
               MOVE 0 TO WS-USER-DEPOSITS
           END-IF
           IF BALANCE-REC-ACCOUNT-TYPE = "LOAN" OR "CREDITLINE"
              OR BALANCE-REC-BALANCE NOT > 0
               GO TO NOTE-BALANCE-ROW-EXIT
           END-IF
           ADD BALANCE-REC-BALANCE TO WS-USER-DEPOSITS
           ADD BALANCE-REC-BALANCE TO WS-TOTAL-DEPOSITS.
       NOTE-BALANCE-ROW-EXIT.
           EXIT.

       CLOSE-DEPOSITOR.
           IF WS-USER-DEPOSITS > 0
               ADD 1 TO WS-DEPOSITOR-COUNT
               MOVE 1 TO WS-RK-WHICH
               MOVE WS-CURRENT-USER TO WS-RK-NEW-ID
               MOVE WS-USER-DEPOSITS TO WS-RK-NEW-AMOUNT
               MOVE 1 TO WS-RK-NEW-MEMBERS
               PERFORM INSERT-RANKED THRU INSERT-RANKED-EXIT
           END-IF
           MOVE 0 TO WS-USER-DEPOSITS.

      *> Keeps list WS-RK-WHICH in descending order of amount and no
      *> longer than WS-TOP-N: the newcomer goes in at the bottom
      *> (pushing out the smallest when the list is full) and moves
      *> up past everything smaller.
       INSERT-RANKED.
           IF WS-RK-COUNT(WS-RK-WHICH) < WS-TOP-N
               ADD 1 TO WS-RK-COUNT(WS-RK-WHICH)
           ELSE
               IF WS-RK-NEW-AMOUNT NOT >
                  WS-RK-AMOUNT(WS-RK-WHICH, WS-TOP-N)
                   GO TO INSERT-RANKED-EXIT
               END-IF
           END-IF
           MOVE WS-RK-COUNT(WS-RK-WHICH) TO WS-RK-IDX
           MOVE WS-RK-NEW-ID TO WS-RK-ID(WS-RK-WHICH, WS-RK-IDX)
           MOVE WS-RK-NEW-AMOUNT
               TO WS-RK-AMOUNT(WS-RK-WHICH, WS-RK-IDX)
           MOVE WS-RK-NEW-MEMBERS
               TO WS-RK-MEMBERS(WS-RK-WHICH, WS-RK-IDX)
           PERFORM MOVE-RANK-UP
               UNTIL WS-RK-IDX = 1
                  OR WS-RK-AMOUNT(WS-RK-WHICH, WS-RK-IDX) NOT >
                     WS-RK-AMOUNT(WS-RK-WHICH, WS-RK-IDX - 1).
       INSERT-RANKED-EXIT.
           EXIT.

       MOVE-RANK-UP.
           MOVE WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX - 1) TO WS-RK-HOLD
           MOVE WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX)
               TO WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX - 1)
           MOVE WS-RK-HOLD TO WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX)
           SUBTRACT 1 FROM WS-RK-IDX.

      *> Walks household_member.db on the household key so each
      *> household's members come together, and adds up each
      *> member's deposits from balance.db. Dissolved households
      *> are left out.
       RANK-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-MEMBER-FILE
           IF HOUSEHOLD-MEMBER-FILE-STATUS NOT = "00"
               GO TO RANK-HOUSEHOLDS-EXIT
           END-IF
           PERFORM OPEN-HOUSEHOLD-FILE
           MOVE 0 TO HHM-HOUSEHOLD-ID
           START HOUSEHOLD-MEMBER-FILE KEY IS >= HHM-HOUSEHOLD-ID
               INVALID KEY
                   GO TO RANK-HOUSEHOLDS-DONE
           END-START
           MOVE 0 TO WS-CURRENT-HH
           MOVE 0 TO WS-HH-DEPOSITS
           MOVE 0 TO WS-HH-MEMBERS
           PERFORM UNTIL HOUSEHOLD-MEMBER-FILE-STATUS = "10"
               READ HOUSEHOLD-MEMBER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HHM-HOUSEHOLD-ID NOT = WS-CURRENT-HH
                           PERFORM CLOSE-HOUSEHOLD
                               THRU CLOSE-HOUSEHOLD-EXIT
                           MOVE HHM-HOUSEHOLD-ID TO WS-CURRENT-HH
                       END-IF
                       ADD 1 TO WS-HH-MEMBERS
                       PERFORM ADD-MEMBER-DEPOSITS
                           THRU ADD-MEMBER-DEPOSITS-EXIT
               END-READ
           END-PERFORM
           PERFORM CLOSE-HOUSEHOLD THRU CLOSE-HOUSEHOLD-EXIT.
       RANK-HOUSEHOLDS-DONE.
           PERFORM CLOSE-HOUSEHOLD-FILE
           CLOSE HOUSEHOLD-MEMBER-FILE.
       RANK-HOUSEHOLDS-EXIT.
           EXIT.

       OPEN-HOUSEHOLD-FILE.
           MOVE "N" TO WS-HH-FILE-OPEN
           OPEN INPUT HOUSEHOLD-FILE
           IF HOUSEHOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HH-FILE-OPEN
           END-IF.

       CLOSE-HOUSEHOLD-FILE.
           IF WS-HH-FILE-OPEN = "Y"
               CLOSE HOUSEHOLD-FILE
               MOVE "N" TO WS-HH-FILE-OPEN
           END-IF.

       ADD-MEMBER-DEPOSITS.
           MOVE HHM-USER-ID TO BALANCE-REC-ID
           MOVE LOW-VALUES TO BALANCE-REC-ACCOUNT-TYPE
           START BALANCE-DB-FILE KEY IS >= BALANCE-REC-KEY
               INVALID KEY
                   GO TO ADD-MEMBER-DEPOSITS-EXIT
           END-START
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF BALANCE-REC-ID NOT = HHM-USER-ID
                   EXIT PERFORM
               END-IF
               IF BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
                  AND BALANCE-REC-ACCOUNT-TYPE NOT = "CREDITLINE"
                  AND BALANCE-REC-BALANCE > 0
                   ADD BALANCE-REC-BALANCE TO WS-HH-DEPOSITS
               END-IF
           END-PERFORM.
       ADD-MEMBER-DEPOSITS-EXIT.
           EXIT.

       CLOSE-HOUSEHOLD.
           IF WS-CURRENT-HH = 0 OR WS-HH-DEPOSITS NOT > 0
               GO TO CLOSE-HOUSEHOLD-RESET
           END-IF
           MOVE "A" TO HH-STATUS
           IF WS-HH-FILE-OPEN = "Y"
               MOVE WS-CURRENT-HH TO HH-ID
               READ HOUSEHOLD-FILE
                   INVALID KEY
                       MOVE "A" TO HH-STATUS
               END-READ
           END-IF
           IF HH-IS-DISSOLVED
               GO TO CLOSE-HOUSEHOLD-RESET
           END-IF
           ADD 1 TO WS-HOUSEHOLD-COUNT
           MOVE 2 TO WS-RK-WHICH
           MOVE WS-CURRENT-HH TO WS-RK-NEW-ID
           MOVE WS-HH-DEPOSITS TO WS-RK-NEW-AMOUNT
           MOVE WS-HH-MEMBERS TO WS-RK-NEW-MEMBERS
           PERFORM INSERT-RANKED THRU INSERT-RANKED-EXIT.
       CLOSE-HOUSEHOLD-RESET.
           MOVE 0 TO WS-HH-DEPOSITS
           MOVE 0 TO WS-HH-MEMBERS.
       CLOSE-HOUSEHOLD-EXIT.
           EXIT.

      *> Active term deposits by days to maturity. One already past
      *> maturity but not yet processed falls in the first window.
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
                           PERFORM NOTE-TERM-DEPOSIT
                               THRU NOTE-TERM-DEPOSIT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-DEPOSIT-FILE.
       BUCKET-TERM-DEPOSITS-EXIT.
           EXIT.

       NOTE-TERM-DEPOSIT.
           MOVE 0 TO WS-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(TD-MATURITY-DATE) = 0
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
                   - WS-AS-OF-DAYNO
           END-IF
           IF WS-DAYS > WS-WN-DAYS(4)
               GO TO NOTE-TERM-DEPOSIT-EXIT
           END-IF
           ADD 1 TO WS-TD-COUNT
           PERFORM ADD-TO-WINDOW
               VARYING WS-WN-IDX FROM 1 BY 1 UNTIL WS-WN-IDX > 4.
       NOTE-TERM-DEPOSIT-EXIT.
           EXIT.

       ADD-TO-WINDOW.
           IF WS-DAYS NOT > WS-WN-DAYS(WS-WN-IDX)
               IF TD-ROLLS-OVER
                   ADD 1 TO WS-WT-ROLL-COUNT(WS-WN-IDX)
                   ADD TD-PRINCIPAL TO WS-WT-ROLL-AMOUNT(WS-WN-IDX)
               ELSE
                   ADD 1 TO WS-WT-PAY-COUNT(WS-WN-IDX)
                   ADD TD-PRINCIPAL TO WS-WT-PAY-AMOUNT(WS-WN-IDX)
               END-IF
           END-IF.

       COUNT-VAULT-CASH.
           OPEN INPUT VAULT-FILE
           IF VAULT-FILE-STATUS NOT = "00"
               GO TO COUNT-VAULT-CASH-EXIT
           END-IF
           PERFORM UNTIL VAULT-FILE-STATUS = "10"
               READ VAULT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-VAULT-COUNT
                       ADD VLT-BALANCE TO WS-VAULT-CASH
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.
       COUNT-VAULT-CASH-EXIT.
           EXIT.

       WRITE-REPORT.
           OPEN OUTPUT FUNDING-REPORT-FILE
           OPEN INPUT USER-DB-FILE
           PERFORM OPEN-HOUSEHOLD-FILE
           MOVE SPACES TO FUNDING-REPORT-LINE
           STRING "FUNDING CONCENTRATION AND LIQUIDITY MATURITY AS OF "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO FUNDING-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE WS-TOTAL-DEPOSITS TO WS-DISP-AMOUNT
           MOVE SPACES TO FUNDING-REPORT-LINE
           STRING "TOTAL DEPOSITS " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO FUNDING-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE WS-TOP-N TO WS-DISP-RANK
           MOVE WS-MAX-DEPOSITOR-PCT TO WS-DISP-PCT
           MOVE SPACES TO FUNDING-REPORT-LINE
           STRING "TOP " WS-DISP-RANK " DEPOSITORS (LIMIT "
               WS-DISP-PCT "% EACH)"
               DELIMITED BY SIZE INTO FUNDING-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-RANK-HEADING
           MOVE 1 TO WS-RK-WHICH
           MOVE WS-MAX-DEPOSITOR-PCT TO WS-SHARE-LIMIT
           MOVE 0 TO WS-TOP-N-TOTAL
           PERFORM WRITE-RANK-LINE
               VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT(1)
           PERFORM WRITE-TOP-N-TOTAL
           PERFORM PUT-BLANK-LINE
           MOVE WS-MAX-HOUSEHOLD-PCT TO WS-DISP-PCT
           MOVE SPACES TO FUNDING-REPORT-LINE
           STRING "TOP " WS-DISP-RANK " HOUSEHOLDS (LIMIT "
               WS-DISP-PCT "% EACH)"
               DELIMITED BY SIZE INTO FUNDING-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-RANK-HEADING
           MOVE 2 TO WS-RK-WHICH
           MOVE WS-MAX-HOUSEHOLD-PCT TO WS-SHARE-LIMIT
           PERFORM WRITE-RANK-LINE
               VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT(2)
           IF WS-RK-COUNT(2) = 0
               MOVE "  No households with deposits."
                   TO FUNDING-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           PERFORM PUT-BLANK-LINE
           PERFORM WRITE-MATURITY-SECTION
           CLOSE USER-DB-FILE
           PERFORM CLOSE-HOUSEHOLD-FILE
           CLOSE FUNDING-REPORT-FILE.

       PUT-RANK-HEADING.
           MOVE SPACES TO FUNDING-REPORT-LINE
           MOVE "RANK" TO FUNDING-REPORT-LINE(1:4)
           MOVE "ID" TO FUNDING-REPORT-LINE(15:2)
           MOVE "NAME" TO FUNDING-REPORT-LINE(19:4)
           MOVE "MEMBERS" TO FUNDING-REPORT-LINE(50:7)
           MOVE "DEPOSITS" TO FUNDING-REPORT-LINE(67:8)
           MOVE "SHARE %" TO FUNDING-REPORT-LINE(77:7)
           PERFORM PUT-LINE.

       WRITE-RANK-LINE.
           MOVE WS-RK-ID(WS-RK-WHICH, WS-RK-IDX) TO WS-DISP-ID
           MOVE SPACES TO WS-NAME
           IF WS-RK-WHICH = 1
               MOVE WS-RK-ID(1, WS-RK-IDX) TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-NAME
                   NOT INVALID KEY
                       MOVE USER-REC-NAME TO WS-NAME
               END-READ
               ADD WS-RK-AMOUNT(1, WS-RK-IDX) TO WS-TOP-N-TOTAL
           ELSE
               MOVE "(NOT ON FILE)" TO WS-NAME
               IF WS-HH-FILE-OPEN = "Y"
                   MOVE WS-RK-ID(2, WS-RK-IDX) TO HH-ID
                   READ HOUSEHOLD-FILE
                       NOT INVALID KEY
                           MOVE HH-NAME TO WS-NAME
                   END-READ
               END-IF
           END-IF
           MOVE WS-RK-AMOUNT(WS-RK-WHICH, WS-RK-IDX) TO WS-RK-NEW-AMOUNT
           PERFORM COMPUTE-SHARE
           MOVE WS-RK-IDX TO WS-DISP-RANK
           MOVE WS-RK-MEMBERS(WS-RK-WHICH, WS-RK-IDX) TO WS-DISP-MEMBERS
           MOVE WS-RK-NEW-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO FUNDING-REPORT-LINE
           MOVE WS-DISP-RANK TO FUNDING-REPORT-LINE(3:2)
           MOVE WS-DISP-ID TO FUNDING-REPORT-LINE(6:10)
           MOVE WS-NAME TO FUNDING-REPORT-LINE(19:30)
           IF WS-RK-WHICH = 2
               MOVE WS-DISP-MEMBERS TO FUNDING-REPORT-LINE(54:3)
           END-IF
           MOVE WS-DISP-AMOUNT TO FUNDING-REPORT-LINE(58:17)
           MOVE WS-DISP-PCT TO FUNDING-REPORT-LINE(78:6)
           PERFORM FLAG-IF-OVER
           PERFORM PUT-LINE.

      *> WS-RK-NEW-AMOUNT as a percentage of total deposits.
       COMPUTE-SHARE.
           MOVE 0 TO WS-SHARE-PCT
           IF WS-TOTAL-DEPOSITS > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-RK-NEW-AMOUNT * 100 / WS-TOTAL-DEPOSITS
           END-IF
           MOVE WS-SHARE-PCT TO WS-DISP-PCT.

       FLAG-IF-OVER.
           IF WS-SHARE-LIMIT > 0 AND WS-SHARE-PCT > WS-SHARE-LIMIT
               MOVE "*** BREACH" TO FUNDING-REPORT-LINE(86:10)
               ADD 1 TO WS-BREACH-COUNT
           END-IF.

       WRITE-TOP-N-TOTAL.
           MOVE WS-TOP-N-TOTAL TO WS-RK-NEW-AMOUNT
           PERFORM COMPUTE-SHARE
           MOVE WS-MAX-TOP-N-PCT TO WS-SHARE-LIMIT
           MOVE WS-TOP-N-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO FUNDING-REPORT-LINE
           MOVE "TOP DEPOSITORS TOGETHER (LIMIT" TO
               FUNDING-REPORT-LINE(3:30)
           MOVE WS-MAX-TOP-N-PCT TO WS-DISP-PCT
           MOVE WS-DISP-PCT TO FUNDING-REPORT-LINE(34:6)
           MOVE "%)" TO FUNDING-REPORT-LINE(40:2)
           MOVE WS-DISP-AMOUNT TO FUNDING-REPORT-LINE(58:17)
           MOVE WS-SHARE-PCT TO WS-DISP-PCT
           MOVE WS-DISP-PCT TO FUNDING-REPORT-LINE(78:6)
           PERFORM FLAG-IF-OVER
           PERFORM PUT-LINE.

      *> Roll-overs stay on the book; payouts are the outflow the
      *> liquid assets have to meet.
       WRITE-MATURITY-SECTION.
           MOVE "TERM DEPOSITS MATURING" TO FUNDING-REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO FUNDING-REPORT-LINE
           MOVE "WITHIN" TO FUNDING-REPORT-LINE(1:6)
           MOVE "ROLL OVER" TO FUNDING-REPORT-LINE(13:9)
           MOVE "AMOUNT" TO FUNDING-REPORT-LINE(34:6)
           MOVE "PAY OUT" TO FUNDING-REPORT-LINE(45:7)
           MOVE "AMOUNT" TO FUNDING-REPORT-LINE(66:6)
           MOVE "LIQUID LESS PAYOUTS" TO FUNDING-REPORT-LINE(78:19)
           PERFORM PUT-LINE
           PERFORM WRITE-WINDOW-LINE
               VARYING WS-WN-IDX FROM 1 BY 1 UNTIL WS-WN-IDX > 4
           PERFORM PUT-BLANK-LINE
           MOVE "LIQUID ASSETS" TO FUNDING-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-VAULT-COUNT TO WS-DISP-COUNT
           MOVE WS-VAULT-CASH TO WS-DISP-AMOUNT
           MOVE SPACES TO FUNDING-REPORT-LINE
           STRING "  VAULT CASH (" WS-DISP-COUNT " BRANCHES)"
               DELIMITED BY SIZE INTO FUNDING-REPORT-LINE
           MOVE WS-DISP-AMOUNT TO FUNDING-REPORT-LINE(58:17)
           PERFORM PUT-LINE
           MOVE WS-SETTLE-CASH TO WS-DISP-AMOUNT
           MOVE "  SETTLEMENT ROWS (USER 0)" TO FUNDING-REPORT-LINE
           MOVE WS-DISP-AMOUNT TO FUNDING-REPORT-LINE(58:17)
           PERFORM PUT-LINE
           MOVE WS-LIQUID-ASSETS TO WS-DISP-AMOUNT
           MOVE "  TOTAL LIQUID ASSETS" TO FUNDING-REPORT-LINE
           MOVE WS-DISP-AMOUNT TO FUNDING-REPORT-LINE(58:17)
           PERFORM PUT-LINE.

       WRITE-WINDOW-LINE.
           MOVE SPACES TO FUNDING-REPORT-LINE
           MOVE WS-WN-DAYS(WS-WN-IDX) TO WS-DISP-DAYS
           STRING WS-DISP-DAYS " DAYS" DELIMITED BY SIZE
               INTO FUNDING-REPORT-LINE
           MOVE WS-WT-ROLL-COUNT(WS-WN-IDX) TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO FUNDING-REPORT-LINE(13:7)
           MOVE WS-WT-ROLL-AMOUNT(WS-WN-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO FUNDING-REPORT-LINE(23:17)
           MOVE WS-WT-PAY-COUNT(WS-WN-IDX) TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO FUNDING-REPORT-LINE(45:7)
           MOVE WS-WT-PAY-AMOUNT(WS-WN-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO FUNDING-REPORT-LINE(55:17)
           COMPUTE WS-NET-LIQUIDITY = WS-LIQUID-ASSETS
               - WS-WT-PAY-AMOUNT(WS-WN-IDX)
           MOVE WS-NET-LIQUIDITY TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO FUNDING-REPORT-LINE(80:17)
           IF WS-NET-LIQUIDITY < 0
               MOVE "*** BREACH" TO FUNDING-REPORT-LINE(99:10)
               ADD 1 TO WS-BREACH-COUNT
           END-IF
           PERFORM PUT-LINE.

       PUT-BLANK-LINE.
           MOVE SPACES TO FUNDING-REPORT-LINE
           WRITE FUNDING-REPORT-LINE.

       PUT-LINE.
           WRITE FUNDING-REPORT-LINE
           DISPLAY FUNDING-REPORT-LINE
           MOVE SPACES TO FUNDING-REPORT-LINE.
