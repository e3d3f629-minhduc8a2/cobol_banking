       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT_ANALYSIS.

      *> Month-end business account analysis. Every deposit account
      *> of a business customer (USER-IS-BUSINESS) has its month's
      *> activity priced from the service price table
      *> (ANALYSIS_PRICE_MAINT): the items of each priced
      *> transaction type posted this business month times the unit
      *> price, plus the flat MAINTENANCE charge. Against that it
      *> earns a credit on the average collected balance - the
      *> month-to-date average ledger balance from balance_history.db
      *> less the float still held on it (GET_ACTIVE_HOLDS), less the
      *> reserve requirement (ANALYSIS-RESERVE-PCT parameter) - at
      *> the board-set earnings credit rate, the newest value of the
      *> ECR rate index (ANALYSIS-ECR-INDEX parameter names it) on
      *> the business date. Only the shortfall of credit against
      *> charges is posted, as one ANALYSIS-FEE debit; a credit
      *> beyond the charges expires with the month and is never
      *> paid or carried. Nothing is charged to a frozen account, a
      *> customer under an active bankruptcy case, or an account
      *> whose pricing exception waives fees - the analysis is still
      *> produced. Each account's analysis statement (volumes, unit
      *> prices, balances and the net charge) goes to
      *> analysis_statement.txt and the report archive. It runs once
      *> per business month under MONTH_END_GUARD.

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
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT ANALYSIS-PRICE-FILE ASSIGN TO "analysis_prices.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-SERVICE-CODE
               FILE STATUS IS ANALYSIS-PRICE-FILE-STATUS.
           SELECT RATE-INDEX-FILE ASSIGN TO "rate_index.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-KEY
               FILE STATUS IS RATE-INDEX-FILE-STATUS.
           SELECT ANALYSIS-STMT-FILE
               ASSIGN TO "analysis_statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD ANALYSIS-PRICE-FILE.
       COPY "analysis_price_record.cpy".

       FD RATE-INDEX-FILE.
       COPY "rate_index_record.cpy".

       FD ANALYSIS-STMT-FILE.
       01 ANALYSIS-STMT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 BALANCE-HISTORY-FILE-STATUS PIC XX.
       01 TRANSACTION-DB-FILE-STATUS  PIC XX.
       01 ANALYSIS-PRICE-FILE-STATUS  PIC XX.
       01 RATE-INDEX-FILE-STATUS      PIC XX.
       01 WS-ME-JOB          PIC X(10).
       01 WS-ME-BLOCKED      PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-MONTH-START     PIC 9(8).
       01 WS-MONTH-X         PIC X(7).
       01 WS-DAYS-IN-PERIOD  PIC 9(2).
       01 WS-PARAM-NAME      PIC X(20).
       01 WS-PARAM-VALUE     PIC X(30).
       01 WS-PARAM-FOUND     PIC 9 VALUE 0.
       01 WS-ROLL-CONVENTION PIC X VALUE "F".
       01 WS-CAL-ROLLED      PIC 9(8).
       01 WS-CAL-WAS-OPEN    PIC 9 VALUE 1.
      *> The earnings credit terms for the run.
       01 WS-ECR-INDEX       PIC X(10) VALUE "ECR".
       01 WS-ECR-RATE        PIC 9V9(4) VALUE 0.
       01 WS-ECR-FOUND       PIC 9 VALUE 0.
       01 WS-RESERVE-PCT     PIC 9(3)V99 VALUE 10.
      *> The service price table, loaded once; the volume and
      *> charge columns are reset for each account.
       01 WS-PRICE-TABLE.
           05 WS-PT-ENTRY OCCURS 40 TIMES.
               10 WS-PT-CODE       PIC X(15).
               10 WS-PT-DESC       PIC X(25).
               10 WS-PT-PRICE      PIC 9(4)V9(4).
               10 WS-PT-VOLUME     PIC 9(7).
               10 WS-PT-CHARGE     PIC 9(10)V99.
       01 WS-PT-COUNT        PIC 9(3) VALUE 0.
       01 WS-PT-IX           PIC 9(3).
      *> One account's analysis.
       01 WS-SNAP-TOTAL      PIC S9(14)V99.
       01 WS-SNAP-COUNT      PIC 9(4).
       01 WS-AVG-LEDGER      PIC S9(12)V99.
       01 WS-FLOAT           PIC 9(12)V99.
       01 WS-AVG-COLLECTED   PIC S9(12)V99.
       01 WS-RESERVE         PIC S9(12)V99.
       01 WS-INVESTABLE      PIC S9(12)V99.
       01 WS-EARNINGS-CREDIT PIC 9(10)V99.
       01 WS-SERVICE-CHARGES PIC 9(10)V99.
       01 WS-NET-CHARGE      PIC S9(10)V99.
       01 WS-CHARGE-STATUS   PIC X(30).
       01 WS-ACCOUNT-FROZEN  PIC 9 VALUE 0.
       01 WS-IN-BANKRUPTCY   PIC 9 VALUE 0.
       01 WS-EXC-RATE-ADDON  PIC 9V9(4).
       01 WS-EXC-FEE-WAIVED  PIC X(01).
       01 WS-EXC-FOUND       PIC 9 VALUE 0.
       01 WS-TXN-TYPE        PIC X(15) VALUE "ANALYSIS-FEE".
       01 WS-TXN-AMOUNT      PIC S9(10)V99.
       01 WS-NEW-BALANCE     PIC S9(10)V99.
       01 WS-LEDGER-RATE     PIC 9(03)V9(6) VALUE 1.
       01 WS-LETTER-EVENT    PIC X(15) VALUE "FEE".
      *> Run totals.
       01 WS-ACCOUNTS-ANALYZED PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-CHARGED  PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-EXEMPT   PIC 9(6) VALUE 0.
       01 WS-TOTAL-CHARGED     PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-EXPIRED     PIC 9(12)V99 VALUE 0.
       01 WS-DISP-AMOUNT     PIC -(11)9.99.
       01 WS-DISP-PRICE      PIC ZZZ9.9999.
       01 WS-DISP-VOLUME     PIC Z(6)9.
       01 WS-DISP-RATE       PIC 9.9999.
       01 WS-DISP-PCT        PIC ZZ9.99.
       01 WS-ARCH-SOURCE   PIC X(30)
           VALUE "analysis_statement.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "ANALYSIS-STMT".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   Exactly once per month: the month-end guard refuses a
      *>   repeat run and anything against a closed month.
           MOVE "ANALYSIS" TO WS-ME-JOB
           CALL "MONTH_END_GUARD" USING WS-ME-JOB WS-ME-BLOCKED
           IF WS-ME-BLOCKED = 1
               GOBACK
           END-IF
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
      *>   A charge posts, so the run keeps to business days the way
      *>   FEE_ASSESSMENT does.
           MOVE "DATE-ROLL" TO WS-PARAM-NAME
           MOVE "F" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE WS-PARAM-VALUE(1:1) TO WS-ROLL-CONVENTION
           CALL "NEXT_BUSINESS_DAY" USING WS-BUSINESS-DATE
               WS-ROLL-CONVENTION WS-CAL-ROLLED WS-CAL-WAS-OPEN
           IF WS-CAL-WAS-OPEN = 0
               DISPLAY "Date " WS-BUSINESS-DATE " is not a business "
                   "day - per the " WS-ROLL-CONVENTION " convention "
                   "this run belongs on " WS-CAL-ROLLED "."
               GOBACK
           END-IF
           DISPLAY "----------------------------"
           DISPLAY "Account analysis is running."
           DISPLAY "----------------------------"
           MOVE WS-BUSINESS-DATE TO WS-MONTH-START
           MOVE 1 TO WS-MONTH-START(7:2)
           MOVE SPACES TO WS-MONTH-X
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-X
           MOVE WS-BUSINESS-DATE(7:2) TO WS-DAYS-IN-PERIOD
           PERFORM LOAD-ANALYSIS-TERMS THRU LOAD-ANALYSIS-TERMS-EXIT
           PERFORM LOAD-PRICE-TABLE THRU LOAD-PRICE-TABLE-EXIT
           IF WS-PT-COUNT = 0
               DISPLAY "No service prices on file - run "
                   "ANALYSIS_PRICE_MAINT first. Nothing analyzed."
               GOBACK
           END-IF
           PERFORM OPEN-FILES
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ANALYZE-ONE-ACCOUNT
                           THRU ANALYZE-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM
           PERFORM CLOSE-FILES
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "MONTH=" WS-BUSINESS-DATE(1:6)
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Accounts analyzed: " WS-ACCOUNTS-ANALYZED
           DISPLAY "Accounts charged:  " WS-ACCOUNTS-CHARGED
           DISPLAY "Charges not posted (frozen / bankruptcy / "
               "waived): " WS-ACCOUNTS-EXEMPT
           MOVE WS-TOTAL-CHARGED TO WS-DISP-AMOUNT
           DISPLAY "Total net analysis charges: " WS-DISP-AMOUNT
           MOVE WS-TOTAL-EXPIRED TO WS-DISP-AMOUNT
           DISPLAY "Total excess credit expired: " WS-DISP-AMOUNT
           DISPLAY "Analysis statements written to "
               "analysis_statement.txt"
           GOBACK.

      *> The reserve percentage from the parameter file and the
      *> earnings credit rate from the rate index - the newest
      *> value effective on or before the business date.
       LOAD-ANALYSIS-TERMS.
           MOVE "ANALYSIS-RESERVE-PCT" TO WS-PARAM-NAME
           MOVE "10" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-RESERVE-PCT
           END-IF
           IF WS-RESERVE-PCT > 100
               MOVE 100 TO WS-RESERVE-PCT
           END-IF
           MOVE "ANALYSIS-ECR-INDEX" TO WS-PARAM-NAME
           MOVE "ECR" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE WS-PARAM-VALUE(1:10) TO WS-ECR-INDEX
           MOVE 0 TO WS-ECR-RATE
           MOVE 0 TO WS-ECR-FOUND
           OPEN INPUT RATE-INDEX-FILE
           IF RATE-INDEX-FILE-STATUS NOT = "00"
               GO TO LOAD-ANALYSIS-TERMS-EXIT
           END-IF
           MOVE WS-ECR-INDEX TO RIX-CODE
           MOVE 0 TO RIX-EFFECTIVE-DATE
           START RATE-INDEX-FILE KEY IS >= RIX-KEY
               INVALID KEY
                   MOVE "10" TO RATE-INDEX-FILE-STATUS
           END-START
           PERFORM UNTIL RATE-INDEX-FILE-STATUS = "10"
               READ RATE-INDEX-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RIX-CODE NOT = WS-ECR-INDEX
                          OR RIX-EFFECTIVE-DATE > WS-BUSINESS-DATE
                           EXIT PERFORM
                       END-IF
                       MOVE RIX-VALUE TO WS-ECR-RATE
                       MOVE 1 TO WS-ECR-FOUND
               END-READ
           END-PERFORM
           CLOSE RATE-INDEX-FILE.
       LOAD-ANALYSIS-TERMS-EXIT.
           IF WS-ECR-FOUND = 0
               DISPLAY "WARNING: no " WS-ECR-INDEX " rate index "
                   "value in force - no earnings credit this month."
           END-IF.

       LOAD-PRICE-TABLE.
           MOVE 0 TO WS-PT-COUNT
           OPEN INPUT ANALYSIS-PRICE-FILE
           IF ANALYSIS-PRICE-FILE-STATUS NOT = "00"
               GO TO LOAD-PRICE-TABLE-EXIT
           END-IF
           PERFORM UNTIL ANALYSIS-PRICE-FILE-STATUS = "10"
               READ ANALYSIS-PRICE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-PT-COUNT < 40
                           ADD 1 TO WS-PT-COUNT
                           MOVE AP-SERVICE-CODE
                               TO WS-PT-CODE(WS-PT-COUNT)
                           MOVE AP-DESCRIPTION
                               TO WS-PT-DESC(WS-PT-COUNT)
                           MOVE AP-UNIT-PRICE
                               TO WS-PT-PRICE(WS-PT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANALYSIS-PRICE-FILE.
       LOAD-PRICE-TABLE-EXIT.
           EXIT.

       OPEN-FILES.
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
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
           OPEN INPUT BALANCE-HISTORY-FILE
           OPEN OUTPUT ANALYSIS-STMT-FILE.

       CLOSE-FILES.
           CLOSE BALANCE-DB-FILE
           CLOSE USER-DB-FILE
           IF BALANCE-HISTORY-FILE-STATUS = "00"
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           CLOSE ANALYSIS-STMT-FILE.

       ANALYZE-ONE-ACCOUNT.
      *>   Only business deposit accounts are analyzed: loans, term
      *>   deposits, credit lines, retirement accounts, escrow rows
      *>   and goal savings pots carry no service charges (the
      *>   same accounts FEE_ASSESSMENT leaves alone), and an
      *>   individual's account is priced by FEE_ASSESSMENT.
           IF BALANCE-REC-ACCOUNT-TYPE = "LOAN"
              OR BALANCE-REC-ACCOUNT-TYPE = "TERMDEP"
              OR BALANCE-REC-ACCOUNT-TYPE = "CREDITLINE"
              OR BALANCE-REC-ACCOUNT-TYPE = "RETIREMENT"
              OR BALANCE-REC-ACCOUNT-TYPE = "GOALSAVE"
              OR BALANCE-REC-ACCOUNT-TYPE = "ESCROW"
               GO TO ANALYZE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE BALANCE-REC-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   GO TO ANALYZE-ONE-ACCOUNT-EXIT
           END-READ
           IF NOT USER-IS-BUSINESS
               GO TO ANALYZE-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-ANALYZED
           PERFORM COMPUTE-EARNINGS-CREDIT
           PERFORM COUNT-SERVICE-VOLUMES
               THRU COUNT-SERVICE-VOLUMES-EXIT
           COMPUTE WS-NET-CHARGE =
               WS-SERVICE-CHARGES - WS-EARNINGS-CREDIT
           IF WS-NET-CHARGE > 0
               PERFORM POST-NET-CHARGE THRU POST-NET-CHARGE-EXIT
           ELSE
               MOVE "EXCESS CREDIT EXPIRED" TO WS-CHARGE-STATUS
               COMPUTE WS-TOTAL-EXPIRED =
                   WS-TOTAL-EXPIRED - WS-NET-CHARGE
           END-IF
           PERFORM WRITE-ANALYSIS-STATEMENT
               THRU WRITE-ANALYSIS-STATEMENT-EXIT.
       ANALYZE-ONE-ACCOUNT-EXIT.
           EXIT.

      *> Average ledger from the month's snapshots (the current
      *> balance when there are none yet), less the float held on
      *> the account today, is the average collected balance; the
      *> reserve requirement comes off that before the credit rate
      *> applies, for the days of the month so far. A collected
      *> balance at or below zero earns nothing.
       COMPUTE-EARNINGS-CREDIT.
           MOVE 0 TO WS-SNAP-TOTAL
           MOVE 0 TO WS-SNAP-COUNT
           IF BALANCE-HISTORY-FILE-STATUS = "00"
               MOVE BALANCE-REC-ID           TO BH-BALANCE-ID
               MOVE BALANCE-REC-ACCOUNT-TYPE TO BH-BALANCE-ACCOUNT-TYPE
               MOVE WS-MONTH-START           TO BH-SNAPSHOT-DATE
               START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SUM-SNAPSHOTS
               END-START
           END-IF
           IF WS-SNAP-COUNT > 0
               COMPUTE WS-AVG-LEDGER ROUNDED =
                   WS-SNAP-TOTAL / WS-SNAP-COUNT
           ELSE
               MOVE BALANCE-REC-BALANCE TO WS-AVG-LEDGER
           END-IF
           CALL "GET_ACTIVE_HOLDS" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE WS-FLOAT
           COMPUTE WS-AVG-COLLECTED = WS-AVG-LEDGER - WS-FLOAT
           MOVE 0 TO WS-RESERVE
           MOVE 0 TO WS-INVESTABLE
           MOVE 0 TO WS-EARNINGS-CREDIT
           IF WS-AVG-COLLECTED > 0
               COMPUTE WS-RESERVE ROUNDED =
                   WS-AVG-COLLECTED * WS-RESERVE-PCT / 100
               COMPUTE WS-INVESTABLE =
                   WS-AVG-COLLECTED - WS-RESERVE
               COMPUTE WS-EARNINGS-CREDIT ROUNDED =
                   WS-INVESTABLE * WS-ECR-RATE
                   * WS-DAYS-IN-PERIOD / 365
           END-IF.

       SUM-SNAPSHOTS.
           PERFORM UNTIL BALANCE-HISTORY-FILE-STATUS = "10"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BH-BALANCE-ID NOT = BALANCE-REC-ID
                          OR BH-BALANCE-ACCOUNT-TYPE NOT =
                             BALANCE-REC-ACCOUNT-TYPE
                          OR BH-SNAPSHOT-DATE > WS-BUSINESS-DATE
                           EXIT PERFORM
                       END-IF
                       ADD BH-BALANCE TO WS-SNAP-TOTAL
                       ADD 1 TO WS-SNAP-COUNT
               END-READ
           END-PERFORM
      *>   Reposition for the next account's START.
           MOVE "00" TO BALANCE-HISTORY-FILE-STATUS.

      *> The month's items of each priced transaction type, read
      *> through the alternate key; MAINTENANCE is one per account.
      *> Each service's charge is rounded to the cent on its own.
       COUNT-SERVICE-VOLUMES.
           MOVE 0 TO WS-SERVICE-CHARGES
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
               MOVE 0 TO WS-PT-VOLUME(WS-PT-IX)
               MOVE 0 TO WS-PT-CHARGE(WS-PT-IX)
               IF WS-PT-CODE(WS-PT-IX) = "MAINTENANCE"
                   MOVE 1 TO WS-PT-VOLUME(WS-PT-IX)
               END-IF
           END-PERFORM
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               GO TO PRICE-SERVICE-VOLUMES
           END-IF
           MOVE BALANCE-REC-ID TO TXN-ALT-USER-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO TXN-ALT-ACCOUNT-TYPE
           MOVE WS-MONTH-X TO TXN-ALT-DATE
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
                          OR TXN-ALT-DATE(1:7) NOT = WS-MONTH-X
                           EXIT PERFORM
                       END-IF
                       PERFORM COUNT-ONE-SERVICE-ITEM
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-DB-FILE.
       PRICE-SERVICE-VOLUMES.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
               COMPUTE WS-PT-CHARGE(WS-PT-IX) ROUNDED =
                   WS-PT-VOLUME(WS-PT-IX) * WS-PT-PRICE(WS-PT-IX)
               ADD WS-PT-CHARGE(WS-PT-IX) TO WS-SERVICE-CHARGES
           END-PERFORM.
       COUNT-SERVICE-VOLUMES-EXIT.
           EXIT.

       COUNT-ONE-SERVICE-ITEM.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
               IF WS-PT-CODE(WS-PT-IX) = TXN-TYPE
                   ADD 1 TO WS-PT-VOLUME(WS-PT-IX)
               END-IF
           END-PERFORM.

      *> The shortfall posts as one ANALYSIS-FEE debit unless the
      *> account is frozen, the customer is under the bankruptcy
      *> stay, or a pricing exception waives its fees.
       POST-NET-CHARGE.
           CALL "CHECK_FREEZE" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-ACCOUNT-FROZEN
           IF WS-ACCOUNT-FROZEN = 1
               MOVE "NOT CHARGED - ACCOUNT FROZEN" TO WS-CHARGE-STATUS
               ADD 1 TO WS-ACCOUNTS-EXEMPT
               GO TO POST-NET-CHARGE-EXIT
           END-IF
           CALL "CHECK_BANKRUPTCY" USING BALANCE-REC-ID
               WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 1
               MOVE "NOT CHARGED - BANKRUPTCY STAY"
                   TO WS-CHARGE-STATUS
               ADD 1 TO WS-ACCOUNTS-EXEMPT
               GO TO POST-NET-CHARGE-EXIT
           END-IF
           CALL "GET_PRICING_EXCEPTION" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-EXC-RATE-ADDON WS-EXC-FEE-WAIVED WS-EXC-FOUND
           IF WS-EXC-FOUND = 1 AND WS-EXC-FEE-WAIVED = "Y"
               MOVE "WAIVED - PRICING EXCEPTION" TO WS-CHARGE-STATUS
               ADD 1 TO WS-ACCOUNTS-EXEMPT
               GO TO POST-NET-CHARGE-EXIT
           END-IF
           COMPUTE WS-NEW-BALANCE =
               BALANCE-REC-BALANCE - WS-NET-CHARGE
           MOVE WS-NEW-BALANCE TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-NET-CHARGE
           CALL "LOG_TRANSACTION" USING BALANCE-REC-ID
               WS-TXN-TYPE WS-TXN-AMOUNT BALANCE-REC-BALANCE
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               BALANCE-REC-ID BALANCE-REC-ACCOUNT-TYPE
               WS-TXN-AMOUNT
           ADD 1 TO WS-ACCOUNTS-CHARGED
           ADD WS-NET-CHARGE TO WS-TOTAL-CHARGED
           MOVE "NET CHARGE POSTED" TO WS-CHARGE-STATUS.
       POST-NET-CHARGE-EXIT.
           EXIT.

      *> One statement per account: the services with their
      *> volumes, unit prices and charges, the balances behind the
      *> earnings credit, and the net result.
       WRITE-ANALYSIS-STATEMENT.
           STRING "ACCOUNT ANALYSIS - " USER-REC-NAME
               DELIMITED BY SIZE INTO ANALYSIS-STMT-LINE
           PERFORM PUT-LINE
           STRING "Customer " BALANCE-REC-ID " "
               BALANCE-REC-ACCOUNT-TYPE " month " WS-MONTH-X
               " through " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO ANALYSIS-STMT-LINE
           PERFORM PUT-LINE
           MOVE "SERVICE                     VOLUME  UNIT PRICE"
               TO ANALYSIS-STMT-LINE
           MOVE "CHARGE" TO ANALYSIS-STMT-LINE(62:6)
           PERFORM PUT-LINE
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
               IF WS-PT-VOLUME(WS-PT-IX) > 0
                   MOVE WS-PT-DESC(WS-PT-IX) TO ANALYSIS-STMT-LINE
                   MOVE WS-PT-VOLUME(WS-PT-IX) TO WS-DISP-VOLUME
                   MOVE WS-DISP-VOLUME TO ANALYSIS-STMT-LINE(28:7)
                   MOVE WS-PT-PRICE(WS-PT-IX) TO WS-DISP-PRICE
                   MOVE WS-DISP-PRICE TO ANALYSIS-STMT-LINE(37:9)
                   MOVE WS-PT-CHARGE(WS-PT-IX) TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM
           MOVE "Total service charges" TO ANALYSIS-STMT-LINE
           MOVE WS-SERVICE-CHARGES TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
           PERFORM PUT-LINE
           MOVE "Average ledger balance" TO ANALYSIS-STMT-LINE
           MOVE WS-AVG-LEDGER TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
           PERFORM PUT-LINE
           MOVE "Less float" TO ANALYSIS-STMT-LINE
           MOVE WS-FLOAT TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
           PERFORM PUT-LINE
           MOVE "Average collected balance" TO ANALYSIS-STMT-LINE
           MOVE WS-AVG-COLLECTED TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
           PERFORM PUT-LINE
           MOVE WS-RESERVE-PCT TO WS-DISP-PCT
           STRING "Less reserve requirement at " WS-DISP-PCT "%"
               DELIMITED BY SIZE INTO ANALYSIS-STMT-LINE
           MOVE WS-RESERVE TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
           PERFORM PUT-LINE
           MOVE "Investable balance" TO ANALYSIS-STMT-LINE
           MOVE WS-INVESTABLE TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
           PERFORM PUT-LINE
           MOVE WS-ECR-RATE TO WS-DISP-RATE
           STRING "Earnings credit at " WS-DISP-RATE " for "
               WS-DAYS-IN-PERIOD " days"
               DELIMITED BY SIZE INTO ANALYSIS-STMT-LINE
           MOVE WS-EARNINGS-CREDIT TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
           PERFORM PUT-LINE
           IF WS-NET-CHARGE > 0
               MOVE "Net service charge" TO ANALYSIS-STMT-LINE
               MOVE WS-NET-CHARGE TO WS-DISP-AMOUNT
           ELSE
               MOVE "Excess earnings credit" TO ANALYSIS-STMT-LINE
               COMPUTE WS-DISP-AMOUNT = 0 - WS-NET-CHARGE
           END-IF
           MOVE WS-DISP-AMOUNT TO ANALYSIS-STMT-LINE(52:15)
           MOVE WS-CHARGE-STATUS TO ANALYSIS-STMT-LINE(69:30)
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE.
       WRITE-ANALYSIS-STATEMENT-EXIT.
           EXIT.

       PUT-BLANK-LINE.
           MOVE SPACES TO ANALYSIS-STMT-LINE
           WRITE ANALYSIS-STMT-LINE.

       PUT-LINE.
           WRITE ANALYSIS-STMT-LINE
           DISPLAY ANALYSIS-STMT-LINE
           MOVE SPACES TO ANALYSIS-STMT-LINE.
