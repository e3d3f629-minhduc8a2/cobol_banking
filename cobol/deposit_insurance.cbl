       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT_INSURANCE.

      *> Month-end deposit insurance coverage: every deposit row in
      *> balance.db (CHECKING, SAVINGS, TERMDEP with money in it) is
      *> split across its depositors and grouped by ownership
      *> category, then the per-depositor, per-category coverage
      *> limit is applied to show how much of each customer's money
      *> is insured and how much is not.
      *>
      *>   SGL  single account - one holder, an individual
      *>   BUS  single account - one holder, a business customer
      *>   JNT  joint account - two or more holders in
      *>        account_holders.db, each owning an equal share
      *>   POD  payable-on-death / trust designation - the owner's
      *>        share is covered up to the limit for each distinct
      *>        active beneficiary, at most five
      *>
      *> Foreign-currency rows are valued in USD at the rate on the
      *> business date. The limit is the DI-COVERAGE-LIMIT batch
      *> parameter (250,000.00 when absent). The results go to
      *> deposit_insurance.txt - one D line per depositor and
      *> category, a C line per depositor and a T line for the bank -
      *> the file handed to the insurer on request. It runs once per
      *> business month under MONTH_END_GUARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT ACCOUNT-HOLDERS-FILE ASSIGN TO "account_holders.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS ACCOUNT-HOLDERS-FILE-STATUS.
           SELECT POD-BENEFICIARY-FILE ASSIGN TO
               "pod_beneficiaries.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-KEY
               FILE STATUS IS POD-BENEFICIARY-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "di_sort.tmp".
           SELECT COVERAGE-REPORT-FILE ASSIGN TO
               "deposit_insurance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD ACCOUNT-HOLDERS-FILE.
       COPY "account_holders_record.cpy".

       FD POD-BENEFICIARY-FILE.
       COPY "pod_beneficiary_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

      *> One row per depositor's share of one account.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-USER-ID       PIC 9(10).
           05 SW-CATEGORY      PIC X(03).
           05 SW-AMOUNT        PIC 9(12)V99.
           05 SW-BENEF-COUNT   PIC 9.
           05 SW-BENEF-TABLE.
               10 SW-BENEF-NAME PIC X(30) OCCURS 5 TIMES.

       FD COVERAGE-REPORT-FILE.
       01 COVERAGE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 ACCOUNT-HOLDERS-FILE-STATUS PIC XX.
       01 POD-BENEFICIARY-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 WS-ME-JOB          PIC X(10).
       01 WS-ME-BLOCKED      PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-PARAM-NAME      PIC X(20).
       01 WS-PARAM-VALUE     PIC X(30).
       01 WS-PARAM-FOUND     PIC 9 VALUE 0.
       01 WS-COVERAGE-LIMIT  PIC 9(10)V99 VALUE 250000.00.
       01 WS-MAX-BENEF       PIC 9 VALUE 5.
       01 WS-RATE            PIC 9(03)V9(6).
       01 WS-RATE-FOUND      PIC 9 VALUE 0.
       01 WS-SORT-EOF        PIC 9 VALUE 0.
      *> The account being split on the way into the sort.
       01 WS-ACCT-AMOUNT     PIC 9(12)V99.
       01 WS-ACCT-CATEGORY   PIC X(03).
       01 WS-SHARE           PIC 9(12)V99.
       01 WS-SHARED-SO-FAR   PIC 9(12)V99.
       01 WS-HOLDER-COUNT    PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ID   PIC 9(10) OCCURS 10 TIMES.
       01 WS-HIDX            PIC 9(2).
       01 WS-ACCT-BENEF-COUNT PIC 9.
       01 WS-ACCT-BENEF-TABLE.
           05 WS-ACCT-BENEF  PIC X(30) OCCURS 5 TIMES.
       01 WS-BIDX            PIC 9.
       01 WS-BIDX2           PIC 9.
       01 WS-BENEF-HIT       PIC 9.
       01 WS-SCAN-DONE       PIC 9.
      *> Control-break state on the way out of the sort.
       01 WS-PREV-USER-ID    PIC 9(10) VALUE 0.
       01 WS-PREV-CATEGORY   PIC X(03) VALUE SPACES.
       01 WS-CAT-TOTAL       PIC 9(12)V99.
       01 WS-CAT-BENEF-COUNT PIC 9.
       01 WS-CAT-BENEF-TABLE.
           05 WS-CAT-BENEF   PIC X(30) OCCURS 5 TIMES.
       01 WS-CAT-LIMIT       PIC 9(12)V99.
       01 WS-CAT-INSURED     PIC 9(12)V99.
       01 WS-CAT-UNINSURED   PIC 9(12)V99.
       01 WS-CUST-TOTAL      PIC 9(12)V99.
       01 WS-CUST-INSURED    PIC 9(12)V99.
       01 WS-CUST-UNINSURED  PIC 9(12)V99.
       01 WS-CUST-NAME       PIC X(30).
       01 WS-BANK-TOTAL      PIC 9(14)V99 VALUE 0.
       01 WS-BANK-INSURED    PIC 9(14)V99 VALUE 0.
       01 WS-BANK-UNINSURED  PIC 9(14)V99 VALUE 0.
       01 WS-ACCOUNTS-READ   PIC 9(7) VALUE 0.
       01 WS-DEPOSITORS      PIC 9(7) VALUE 0.
       01 WS-OVER-LIMIT      PIC 9(7) VALUE 0.
       01 WS-UNCONVERTED     PIC 9(7) VALUE 0.
       01 WS-DISP-TOTAL      PIC Z(11)9.99.
       01 WS-DISP-INSURED    PIC Z(11)9.99.
       01 WS-DISP-UNINSURED  PIC Z(11)9.99.
       01 WS-DISP-LIMIT      PIC Z(11)9.99.
       01 WS-DISP-BANK       PIC Z(13)9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN-PARA.
      *>   Exactly once per month: the month-end guard refuses a
      *>   repeat run and anything against a closed month.
           MOVE "DICOVERAGE" TO WS-ME-JOB
           CALL "MONTH_END_GUARD" USING WS-ME-JOB WS-ME-BLOCKED
           IF WS-ME-BLOCKED = 1
               GOBACK
           END-IF
           DISPLAY "----------------------------"
           DISPLAY "Deposit insurance coverage is running."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE "DI-COVERAGE-LIMIT" TO WS-PARAM-NAME
           MOVE SPACES TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 1
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-COVERAGE-LIMIT
           END-IF
           MOVE 0 TO WS-ACCOUNTS-READ
           MOVE 0 TO WS-DEPOSITORS
           MOVE 0 TO WS-OVER-LIMIT
           MOVE 0 TO WS-UNCONVERTED
           MOVE 0 TO WS-BANK-TOTAL
           MOVE 0 TO WS-BANK-INSURED
           MOVE 0 TO WS-BANK-UNINSURED
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-USER-ID SW-CATEGORY
               INPUT PROCEDURE IS FEED-DEPOSITS
               OUTPUT PROCEDURE IS APPLY-COVERAGE
           MOVE WS-BANK-TOTAL TO WS-DISP-BANK
           DISPLAY "Deposit accounts:     " WS-ACCOUNTS-READ
           DISPLAY "Depositors:           " WS-DEPOSITORS
           DISPLAY "Total deposits:       " WS-DISP-BANK
           MOVE WS-BANK-INSURED TO WS-DISP-BANK
           DISPLAY "Insured:              " WS-DISP-BANK
           MOVE WS-BANK-UNINSURED TO WS-DISP-BANK
           DISPLAY "Uninsured:            " WS-DISP-BANK
           DISPLAY "Depositors over limit " WS-OVER-LIMIT
           IF WS-UNCONVERTED > 0
               DISPLAY "WARNING: " WS-UNCONVERTED " foreign-currency "
                   "row(s) had no rate and were taken at face value."
           END-IF
           DISPLAY "Report written to deposit_insurance.txt"
           GOBACK.

      *> Each deposit row is split evenly across its holders (the
      *> last holder takes the rounding) and released once per
      *> holder under the row's ownership category.
       FEED-DEPOSITS SECTION.
       FEED-DEPOSITS-PARA.
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO FEED-DEPOSITS-END
           END-IF
           OPEN INPUT ACCOUNT-HOLDERS-FILE
           OPEN INPUT POD-BENEFICIARY-FILE
           OPEN INPUT USER-DB-FILE
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BALANCE-REC-ID > 0
                          AND BALANCE-REC-BALANCE > 0
                          AND (BALANCE-REC-ACCOUNT-TYPE = "CHECKING"
                           OR BALANCE-REC-ACCOUNT-TYPE = "SAVINGS"
                           OR BALANCE-REC-ACCOUNT-TYPE = "TERMDEP")
                           PERFORM FEED-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-DB-FILE
           CLOSE ACCOUNT-HOLDERS-FILE
           CLOSE POD-BENEFICIARY-FILE
           CLOSE USER-DB-FILE.
       FEED-DEPOSITS-END.
           EXIT.

      *> Sorted by depositor then category: a category break applies
      *> the limit, a depositor break writes the customer line.
       APPLY-COVERAGE SECTION.
       APPLY-COVERAGE-PARA.
           OPEN INPUT USER-DB-FILE
           OPEN OUTPUT COVERAGE-REPORT-FILE
           MOVE WS-COVERAGE-LIMIT TO WS-DISP-LIMIT
           MOVE SPACES TO COVERAGE-REPORT-LINE
           STRING "H DEPOSIT INSURANCE COVERAGE " WS-BUSINESS-DATE
               "  LIMIT PER DEPOSITOR PER CATEGORY " WS-DISP-LIMIT
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
           WRITE COVERAGE-REPORT-LINE
           MOVE "H   USER-ID    CAT NAME / BENEFICIARIES"
               TO COVERAGE-REPORT-LINE
           MOVE "DEPOSITS"  TO COVERAGE-REPORT-LINE(63:8)
           MOVE "INSURED"   TO COVERAGE-REPORT-LINE(82:7)
           MOVE "UNINSURED" TO COVERAGE-REPORT-LINE(98:9)
           WRITE COVERAGE-REPORT-LINE
           MOVE 0 TO WS-SORT-EOF
           MOVE 0 TO WS-PREV-USER-ID
           MOVE SPACES TO WS-PREV-CATEGORY
           PERFORM UNTIL WS-SORT-EOF = 1
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 1 TO WS-SORT-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-SHARE
               END-RETURN
           END-PERFORM
           IF WS-PREV-CATEGORY NOT = SPACES
               PERFORM CLOSE-CATEGORY
               PERFORM CLOSE-DEPOSITOR
           END-IF
           MOVE WS-BANK-TOTAL TO WS-DISP-BANK
           MOVE SPACES TO COVERAGE-REPORT-LINE
           STRING "T DEPOSITORS " WS-DEPOSITORS
               " OVER LIMIT " WS-OVER-LIMIT
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
           MOVE WS-DISP-BANK TO COVERAGE-REPORT-LINE(54:17)
           MOVE WS-BANK-INSURED TO WS-DISP-BANK
           MOVE WS-DISP-BANK TO COVERAGE-REPORT-LINE(72:17)
           MOVE WS-BANK-UNINSURED TO WS-DISP-BANK
           MOVE WS-DISP-BANK TO COVERAGE-REPORT-LINE(90:17)
           WRITE COVERAGE-REPORT-LINE
           CLOSE COVERAGE-REPORT-FILE
           CLOSE USER-DB-FILE.
       APPLY-COVERAGE-END.
           EXIT.

      *> Paragraphs PERFORMed from the sort procedures above.
       COVERAGE-ROUTINES SECTION.
       FEED-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE BALANCE-REC-BALANCE TO WS-ACCT-AMOUNT
           IF BALANCE-REC-CURRENCY-CODE NOT = "USD"
              AND BALANCE-REC-CURRENCY-CODE NOT = SPACES
               CALL "GET_EXCHANGE_RATE" USING
                   BALANCE-REC-CURRENCY-CODE WS-BUSINESS-DATE
                   WS-RATE WS-RATE-FOUND
               IF WS-RATE-FOUND = 1
                   COMPUTE WS-ACCT-AMOUNT ROUNDED =
                       BALANCE-REC-BALANCE * WS-RATE
               ELSE
                   ADD 1 TO WS-UNCONVERTED
               END-IF
           END-IF
           PERFORM LOAD-HOLDERS
           PERFORM LOAD-BENEFICIARIES
           EVALUATE TRUE
               WHEN WS-ACCT-BENEF-COUNT > 0
                   MOVE "POD" TO WS-ACCT-CATEGORY
               WHEN WS-HOLDER-COUNT > 1
                   MOVE "JNT" TO WS-ACCT-CATEGORY
               WHEN OTHER
                   MOVE "SGL" TO WS-ACCT-CATEGORY
                   MOVE BALANCE-REC-ID TO USER-REC-ID
                   READ USER-DB-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF USER-IS-BUSINESS
                               MOVE "BUS" TO WS-ACCT-CATEGORY
                           END-IF
                   END-READ
           END-EVALUATE
           COMPUTE WS-SHARE = WS-ACCT-AMOUNT / WS-HOLDER-COUNT
           MOVE 0 TO WS-SHARED-SO-FAR
           PERFORM RELEASE-ONE-SHARE
               VARYING WS-HIDX FROM 1 BY 1
               UNTIL WS-HIDX > WS-HOLDER-COUNT.

       RELEASE-ONE-SHARE.
           MOVE WS-HOLDER-ID(WS-HIDX) TO SW-USER-ID
           MOVE WS-ACCT-CATEGORY TO SW-CATEGORY
           IF WS-HIDX = WS-HOLDER-COUNT
               COMPUTE SW-AMOUNT = WS-ACCT-AMOUNT - WS-SHARED-SO-FAR
           ELSE
               MOVE WS-SHARE TO SW-AMOUNT
               ADD WS-SHARE TO WS-SHARED-SO-FAR
           END-IF
           MOVE WS-ACCT-BENEF-COUNT TO SW-BENEF-COUNT
           MOVE WS-ACCT-BENEF-TABLE TO SW-BENEF-TABLE
           RELEASE SORT-WORK-RECORD.

      *> Everyone entitled to the row; with no holder rows at all
      *> the owning USER-REC-ID is the single depositor.
       LOAD-HOLDERS.
           MOVE 0 TO WS-HOLDER-COUNT
           MOVE 0 TO WS-SCAN-DONE
           MOVE BALANCE-REC-ID TO AH-BALANCE-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO AH-BALANCE-ACCOUNT-TYPE
           MOVE 0 TO AH-USER-ID
           START ACCOUNT-HOLDERS-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 1
               READ ACCOUNT-HOLDERS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE
                   NOT AT END
                       IF AH-BALANCE-ID NOT = BALANCE-REC-ID
                          OR AH-BALANCE-ACCOUNT-TYPE NOT =
                             BALANCE-REC-ACCOUNT-TYPE
                           MOVE 1 TO WS-SCAN-DONE
                       ELSE
                           IF WS-HOLDER-COUNT < 10
                               ADD 1 TO WS-HOLDER-COUNT
                               MOVE AH-USER-ID
                                   TO WS-HOLDER-ID(WS-HOLDER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLDER-COUNT = 0
               MOVE 1 TO WS-HOLDER-COUNT
               MOVE BALANCE-REC-ID TO WS-HOLDER-ID(1)
           END-IF.

      *> Active beneficiaries on the row, distinct by name.
       LOAD-BENEFICIARIES.
           MOVE 0 TO WS-ACCT-BENEF-COUNT
           MOVE SPACES TO WS-ACCT-BENEF-TABLE
           MOVE 0 TO WS-SCAN-DONE
           MOVE BALANCE-REC-ID TO POD-USER-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO POD-ACCOUNT-TYPE
           MOVE 0 TO POD-SEQ
           START POD-BENEFICIARY-FILE KEY IS NOT LESS THAN POD-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 1
               READ POD-BENEFICIARY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE
                   NOT AT END
                       IF POD-USER-ID NOT = BALANCE-REC-ID
                          OR POD-ACCOUNT-TYPE NOT =
                             BALANCE-REC-ACCOUNT-TYPE
                           MOVE 1 TO WS-SCAN-DONE
                       ELSE
                           IF POD-IS-ACTIVE
                               PERFORM ADD-ACCT-BENEFICIARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ACCT-BENEFICIARY.
           MOVE 0 TO WS-BENEF-HIT
           PERFORM VARYING WS-BIDX FROM 1 BY 1
                   UNTIL WS-BIDX > WS-ACCT-BENEF-COUNT
               IF WS-ACCT-BENEF(WS-BIDX) = POD-BENEF-NAME
                   MOVE 1 TO WS-BENEF-HIT
               END-IF
           END-PERFORM
           IF WS-BENEF-HIT = 0 AND WS-ACCT-BENEF-COUNT < WS-MAX-BENEF
               ADD 1 TO WS-ACCT-BENEF-COUNT
               MOVE POD-BENEF-NAME TO WS-ACCT-BENEF(WS-ACCT-BENEF-COUNT)
           END-IF.

       TAKE-ONE-SHARE.
           IF SW-USER-ID NOT = WS-PREV-USER-ID
              OR SW-CATEGORY NOT = WS-PREV-CATEGORY
               IF WS-PREV-CATEGORY NOT = SPACES
                   PERFORM CLOSE-CATEGORY
               END-IF
               IF SW-USER-ID NOT = WS-PREV-USER-ID
                   IF WS-PREV-CATEGORY NOT = SPACES
                       PERFORM CLOSE-DEPOSITOR
                   END-IF
                   MOVE 0 TO WS-CUST-TOTAL
                   MOVE 0 TO WS-CUST-INSURED
                   MOVE 0 TO WS-CUST-UNINSURED
               END-IF
               MOVE SW-USER-ID TO WS-PREV-USER-ID
               MOVE SW-CATEGORY TO WS-PREV-CATEGORY
               MOVE 0 TO WS-CAT-TOTAL
               MOVE 0 TO WS-CAT-BENEF-COUNT
               MOVE SPACES TO WS-CAT-BENEF-TABLE
           END-IF
           ADD SW-AMOUNT TO WS-CAT-TOTAL
           PERFORM MERGE-BENEFICIARY
               VARYING WS-BIDX2 FROM 1 BY 1
               UNTIL WS-BIDX2 > SW-BENEF-COUNT.

      *> Beneficiaries count once per owner across all of the
      *> owner's POD rows, never more than five.
       MERGE-BENEFICIARY.
           MOVE 0 TO WS-BENEF-HIT
           PERFORM VARYING WS-BIDX FROM 1 BY 1
                   UNTIL WS-BIDX > WS-CAT-BENEF-COUNT
               IF WS-CAT-BENEF(WS-BIDX) = SW-BENEF-NAME(WS-BIDX2)
                   MOVE 1 TO WS-BENEF-HIT
               END-IF
           END-PERFORM
           IF WS-BENEF-HIT = 0 AND WS-CAT-BENEF-COUNT < WS-MAX-BENEF
               ADD 1 TO WS-CAT-BENEF-COUNT
               MOVE SW-BENEF-NAME(WS-BIDX2)
                   TO WS-CAT-BENEF(WS-CAT-BENEF-COUNT)
           END-IF.

       CLOSE-CATEGORY.
           MOVE WS-COVERAGE-LIMIT TO WS-CAT-LIMIT
           IF WS-PREV-CATEGORY = "POD" AND WS-CAT-BENEF-COUNT > 1
               COMPUTE WS-CAT-LIMIT =
                   WS-COVERAGE-LIMIT * WS-CAT-BENEF-COUNT
           END-IF
           IF WS-CAT-TOTAL > WS-CAT-LIMIT
               MOVE WS-CAT-LIMIT TO WS-CAT-INSURED
           ELSE
               MOVE WS-CAT-TOTAL TO WS-CAT-INSURED
           END-IF
           COMPUTE WS-CAT-UNINSURED = WS-CAT-TOTAL - WS-CAT-INSURED
           ADD WS-CAT-TOTAL TO WS-CUST-TOTAL
           ADD WS-CAT-INSURED TO WS-CUST-INSURED
           ADD WS-CAT-UNINSURED TO WS-CUST-UNINSURED
           MOVE WS-CAT-TOTAL TO WS-DISP-TOTAL
           MOVE WS-CAT-INSURED TO WS-DISP-INSURED
           MOVE WS-CAT-UNINSURED TO WS-DISP-UNINSURED
           MOVE SPACES TO COVERAGE-REPORT-LINE
           STRING "D   " WS-PREV-USER-ID " " WS-PREV-CATEGORY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
           IF WS-PREV-CATEGORY = "POD"
               STRING WS-CAT-BENEF-COUNT " beneficiaries"
                   DELIMITED BY SIZE
                   INTO COVERAGE-REPORT-LINE(20:30)
           END-IF
           MOVE WS-DISP-TOTAL     TO COVERAGE-REPORT-LINE(56:15)
           MOVE WS-DISP-INSURED   TO COVERAGE-REPORT-LINE(74:15)
           MOVE WS-DISP-UNINSURED TO COVERAGE-REPORT-LINE(92:15)
           WRITE COVERAGE-REPORT-LINE.

       CLOSE-DEPOSITOR.
           ADD 1 TO WS-DEPOSITORS
           ADD WS-CUST-TOTAL TO WS-BANK-TOTAL
           ADD WS-CUST-INSURED TO WS-BANK-INSURED
           ADD WS-CUST-UNINSURED TO WS-BANK-UNINSURED
           IF WS-CUST-UNINSURED > 0
               ADD 1 TO WS-OVER-LIMIT
           END-IF
           MOVE SPACES TO WS-CUST-NAME
           MOVE WS-PREV-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   MOVE "(not on file)" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE USER-REC-NAME TO WS-CUST-NAME
           END-READ
           MOVE WS-CUST-TOTAL TO WS-DISP-TOTAL
           MOVE WS-CUST-INSURED TO WS-DISP-INSURED
           MOVE WS-CUST-UNINSURED TO WS-DISP-UNINSURED
           MOVE SPACES TO COVERAGE-REPORT-LINE
           STRING "C   " WS-PREV-USER-ID " ALL " WS-CUST-NAME
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
           MOVE WS-DISP-TOTAL     TO COVERAGE-REPORT-LINE(56:15)
           MOVE WS-DISP-INSURED   TO COVERAGE-REPORT-LINE(74:15)
           MOVE WS-DISP-UNINSURED TO COVERAGE-REPORT-LINE(92:15)
           WRITE COVERAGE-REPORT-LINE.
