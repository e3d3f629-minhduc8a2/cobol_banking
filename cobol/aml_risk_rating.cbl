       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML_RISK_RATING.

      *> AML customer risk rating batch: scores every living
      *> customer from what the bank already knows about them and
      *> rates them low, medium or high on aml_risk_ratings.db
      *> (aml_risk_record.cpy), with each factor and the points it
      *> earned kept alongside the rating:
      *>   customer type     a business scores 2;
      *>   products held     three or more accounts score 1;
      *>   cash volume       CASH_CTR filings in ctr_register.db
      *>                     over the last twelve months - one or
      *>                     two score 2, three or more score 4;
      *>   wire activity     any WIRE-IN / WIRE-OUT row in the last
      *>                     twelve months scores 1, 2 once their
      *>                     total reaches AML-WIRE-VOLUME (100000);
      *>   wire countries    an outbound wire to a bank outside
      *>                     AML-HOME-COUNTRY (US) scores 1, one to
      *>                     a country on AML-HIGH-RISK-CTRY scores 4
      *>                     (inbound wires carry no sending bank);
      *>   watch-list hits   an open hit scores 3, a confirmed one 6;
      *>   AML cases         a cleared case scores 1, an open or
      *>                     escalated one 3, a filed one 5;
      *>   KYC documents     any still pending or expired, or none
      *>                     on file at all, score 2.
      *> A score of AML-RISK-HIGH (6) or more is high, of
      *> AML-RISK-MEDIUM (3) or more medium, anything less low. A
      *> new customer's first review falls due a cycle after rating
      *> - a year for high, two years for medium, three for low.
      *> The supervisor review queue AML_RISK_REVIEW works is fed
      *> here: a customer is queued when the review date arrives,
      *> when the scored rating climbs above the rating in force,
      *> and when a customer is rated high the first time round.
      *> The run's changes and queue go to aml_risk_report.txt and
      *> the report archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT KYC-DOC-FILE ASSIGN TO "kyc_documents.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-KEY
               FILE STATUS IS KYC-DOC-FILE-STATUS.
           SELECT CTR-REGISTER-FILE ASSIGN TO "ctr_register.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTR-KEY
               FILE STATUS IS CTR-REGISTER-FILE-STATUS.
           SELECT WIRE-SETTLE-FILE ASSIGN TO "wire_settlements.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WSR-WIRE-REF
               FILE STATUS IS WIRE-SETTLE-FILE-STATUS.
           SELECT BANK-DIRECTORY-FILE ASSIGN TO "bank_directory.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-CODE
               FILE STATUS IS BANK-DIRECTORY-FILE-STATUS.
           SELECT WATCH-HIT-FILE ASSIGN TO "watch_hits.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WH-ID
               FILE STATUS IS WATCH-HIT-FILE-STATUS.
           SELECT AML-CASE-FILE ASSIGN TO "aml_cases.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-ID
               FILE STATUS IS AML-CASE-FILE-STATUS.
           SELECT AML-RISK-FILE ASSIGN TO "aml_risk_ratings.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-USER-ID
               FILE STATUS IS AML-RISK-FILE-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "aml_risk_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD KYC-DOC-FILE.
       COPY "kyc_document_record.cpy".

      *> CASH_CTR's filed-report register.
       FD CTR-REGISTER-FILE.
       01 CTR-REGISTER-RECORD.
           05 CTR-KEY.
               10 CTR-DATE    PIC 9(8).
               10 CTR-USER-ID PIC 9(10).
           05 CTR-CASH-IN     PIC 9(12)V99.
           05 CTR-CASH-OUT    PIC 9(12)V99.
           05 CTR-FILED-DATE  PIC 9(8).

       FD WIRE-SETTLE-FILE.
       COPY "wire_settlement_record.cpy".

       FD BANK-DIRECTORY-FILE.
       COPY "bank_directory_record.cpy".

       FD WATCH-HIT-FILE.
       COPY "watch_hit_record.cpy".

       FD AML-CASE-FILE.
       COPY "aml_case_record.cpy".

       FD AML-RISK-FILE.
       COPY "aml_risk_record.cpy".

       FD RISK-REPORT-FILE.
       01 RISK-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS        PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 KYC-DOC-FILE-STATUS        PIC XX.
       01 CTR-REGISTER-FILE-STATUS   PIC XX.
       01 WIRE-SETTLE-FILE-STATUS    PIC XX.
       01 BANK-DIRECTORY-FILE-STATUS PIC XX.
       01 WATCH-HIT-FILE-STATUS      PIC XX.
       01 AML-CASE-FILE-STATUS       PIC XX.
       01 AML-RISK-FILE-STATUS       PIC XX.
       01 WS-BALANCE-OPEN  PIC 9 VALUE 0.
       01 WS-TXN-OPEN      PIC 9 VALUE 0.
       01 WS-KYC-OPEN      PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-HIGH-SCORE    PIC 9(3) VALUE 6.
       01 WS-MEDIUM-SCORE  PIC 9(3) VALUE 3.
       01 WS-WIRE-VOLUME   PIC 9(12)V99 VALUE 100000.
       01 WS-HOME-COUNTRY  PIC X(02) VALUE "US".
       01 WS-HIGH-RISK-LIST PIC X(30).
       01 WS-CTRY-HITS     PIC 9(2).
      *> The twelve-month lookback, as a date and in the ledger's
      *> YYYY-MM-DD form.
       01 WS-LOOKBACK-DATE PIC 9(8).
       01 WS-LOOKBACK-X    PIC X(10).
      *> Everything known about a customer only from a file with no
      *> customer key is gathered up front, one row per customer
      *> who appears in any of them.
       01 WS-FLAG-COUNT    PIC 9(4) VALUE 0.
       01 WS-FLAG-TABLE.
           05 WS-FLAG-ENTRY OCCURS 999 TIMES.
               10 WS-FL-USER-ID         PIC 9(10).
               10 WS-FL-CTR-FILINGS     PIC 9(4).
               10 WS-FL-CASH-VOLUME     PIC 9(12)V99.
               10 WS-FL-FOREIGN-WIRES   PIC 9(4).
               10 WS-FL-HIGH-RISK-WIRES PIC 9(4).
               10 WS-FL-WATCH-OPEN      PIC 9(3).
               10 WS-FL-WATCH-CONFIRMED PIC 9(3).
               10 WS-FL-CASES-OPEN      PIC 9(3).
               10 WS-FL-CASES-FILED     PIC 9(3).
               10 WS-FL-CASES-CLEARED   PIC 9(3).
       01 WS-FL-IX         PIC 9(4).
       01 WS-FLAG-USER     PIC 9(10).
       01 WS-FLAG-ADD      PIC 9 VALUE 0.
       01 WS-TABLE-FULL-WARNED PIC 9 VALUE 0.
      *> One customer's rating.
       01 WS-RISK-FOUND    PIC 9 VALUE 0.
       01 WS-KYC-ROWS      PIC 9(2).
       01 WS-NEW-RATING    PIC X(01).
       01 WS-RANK-RATING   PIC X(01).
       01 WS-RANK          PIC 9.
       01 WS-NEW-RANK      PIC 9.
       01 WS-FORCE-RANK    PIC 9.
       01 WS-REVIEWED-RANK PIC 9.
       01 WS-CYCLE-YEARS   PIC 9.
       01 WS-QUEUED-NOW    PIC 9 VALUE 0.
       01 WS-ABS-AMOUNT    PIC 9(10)V99.
      *> Run totals.
       01 WS-RATED-COUNT   PIC 9(6) VALUE 0.
       01 WS-LOW-COUNT     PIC 9(6) VALUE 0.
       01 WS-MEDIUM-COUNT  PIC 9(6) VALUE 0.
       01 WS-HIGH-COUNT    PIC 9(6) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01 WS-DUE-COUNT     PIC 9(6) VALUE 0.
       01 WS-JUMP-COUNT    PIC 9(6) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(6) VALUE 0.
       01 WS-DISP-SCORE    PIC ZZ9.
       01 WS-ARCH-SOURCE   PIC X(30).
       01 WS-ARCH-TYPE     PIC X(20).
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "AML customer risk rating is running."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-LOOKBACK-DATE = WS-BUSINESS-DATE - 10000
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LOOKBACK-DATE) NOT = 0
               SUBTRACT 1 FROM WS-LOOKBACK-DATE
           END-IF
           MOVE SPACES TO WS-LOOKBACK-X
           STRING WS-LOOKBACK-DATE(1:4) "-" WS-LOOKBACK-DATE(5:2) "-"
               WS-LOOKBACK-DATE(7:2)
               DELIMITED BY SIZE INTO WS-LOOKBACK-X
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               GOBACK
           END-IF
           PERFORM LOAD-CTR-FLAGS THRU LOAD-CTR-FLAGS-EXIT
           PERFORM LOAD-WIRE-FLAGS THRU LOAD-WIRE-FLAGS-EXIT
           PERFORM LOAD-WATCH-FLAGS THRU LOAD-WATCH-FLAGS-EXIT
           PERFORM LOAD-CASE-FLAGS THRU LOAD-CASE-FLAGS-EXIT
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-BALANCE-OPEN
           END-IF
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-TXN-OPEN
           END-IF
           OPEN INPUT KYC-DOC-FILE
           IF KYC-DOC-FILE-STATUS = "00"
               MOVE 1 TO WS-KYC-OPEN
           END-IF
           OPEN I-O AML-RISK-FILE
           IF AML-RISK-FILE-STATUS = "35"
               OPEN OUTPUT AML-RISK-FILE
               CLOSE AML-RISK-FILE
               OPEN I-O AML-RISK-FILE
           END-IF
           OPEN OUTPUT RISK-REPORT-FILE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING "AML CUSTOMER RISK RATING - BUSINESS DATE "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE "USER ID    WAS NOW SCORE  REVIEW     NEXT REVIEW"
               TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           PERFORM UNTIL USER-DB-FILE-STATUS = "10"
               READ USER-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM RATE-ONE-CUSTOMER
                           THRU RATE-ONE-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           CLOSE USER-DB-FILE
           IF WS-BALANCE-OPEN = 1
               CLOSE BALANCE-DB-FILE
           END-IF
           IF WS-TXN-OPEN = 1
               CLOSE TRANSACTION-DB-FILE
           END-IF
           IF WS-KYC-OPEN = 1
               CLOSE KYC-DOC-FILE
           END-IF
           CLOSE AML-RISK-FILE
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING "RATED " WS-RATED-COUNT "  LOW " WS-LOW-COUNT
               "  MEDIUM " WS-MEDIUM-COUNT "  HIGH " WS-HIGH-COUNT
               "  CHANGED " WS-CHANGED-COUNT
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING "QUEUED DUE " WS-DUE-COUNT "  QUEUED RATING-UP "
               WS-JUMP-COUNT "  AWAITING REVIEW " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           CLOSE RISK-REPORT-FILE
           MOVE "aml_risk_report.txt" TO WS-ARCH-SOURCE
           MOVE "AML-RISK-RATING" TO WS-ARCH-TYPE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " HIGH=" WS-HIGH-SCORE
               " MEDIUM=" WS-MEDIUM-SCORE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Customers rated:      " WS-RATED-COUNT
           DISPLAY "  low / medium / high: " WS-LOW-COUNT " / "
               WS-MEDIUM-COUNT " / " WS-HIGH-COUNT
           DISPLAY "Ratings changed:      " WS-CHANGED-COUNT
           DISPLAY "Queued - review due:  " WS-DUE-COUNT
           DISPLAY "Queued - rating up:   " WS-JUMP-COUNT
           DISPLAY "Awaiting review:      " WS-PENDING-COUNT
           DISPLAY "Report in aml_risk_report.txt"
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "AML-RISK-HIGH" TO WS-PARAM-NAME
           MOVE "6" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-HIGH-SCORE
           MOVE "AML-RISK-MEDIUM" TO WS-PARAM-NAME
           MOVE "3" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-MEDIUM-SCORE
           IF WS-MEDIUM-SCORE = 0 OR WS-HIGH-SCORE NOT > WS-MEDIUM-SCORE
               DISPLAY "AML-RISK-HIGH must be above AML-RISK-MEDIUM - "
                   "using 6 and 3."
               MOVE 6 TO WS-HIGH-SCORE
               MOVE 3 TO WS-MEDIUM-SCORE
           END-IF
           MOVE "AML-WIRE-VOLUME" TO WS-PARAM-NAME
           MOVE "100000.00" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-WIRE-VOLUME
           MOVE "AML-HOME-COUNTRY" TO WS-PARAM-NAME
           MOVE "US" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION UPPER-CASE(WS-PARAM-VALUE(1:2))
               TO WS-HOME-COUNTRY
      *>   Two-letter codes, space separated.
           MOVE "AML-HIGH-RISK-CTRY" TO WS-PARAM-NAME
           MOVE "IR KP SY CU MM" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION UPPER-CASE(WS-PARAM-VALUE)
               TO WS-HIGH-RISK-LIST.

      *> Finds WS-FLAG-USER's row in the flag table, adding it when
      *> WS-FLAG-ADD is 1; WS-FL-IX is zero when there is none.
       FIND-FLAG-ENTRY.
           PERFORM VARYING WS-FL-IX FROM 1 BY 1
                   UNTIL WS-FL-IX > WS-FLAG-COUNT
               IF WS-FL-USER-ID(WS-FL-IX) = WS-FLAG-USER
                   GO TO FIND-FLAG-ENTRY-EXIT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FL-IX
           IF WS-FLAG-ADD = 0
               GO TO FIND-FLAG-ENTRY-EXIT
           END-IF
           IF WS-FLAG-COUNT >= 999
               IF WS-TABLE-FULL-WARNED = 0
                   DISPLAY "WARNING: more than 999 customers with "
                       "CTR, wire, watch or case history - the rest "
                       "are rated without it."
                   MOVE 1 TO WS-TABLE-FULL-WARNED
               END-IF
               GO TO FIND-FLAG-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-FLAG-COUNT TO WS-FL-IX
           INITIALIZE WS-FLAG-ENTRY(WS-FL-IX)
           MOVE WS-FLAG-USER TO WS-FL-USER-ID(WS-FL-IX).
       FIND-FLAG-ENTRY-EXIT.
           EXIT.

       LOAD-CTR-FLAGS.
           OPEN INPUT CTR-REGISTER-FILE
           IF CTR-REGISTER-FILE-STATUS NOT = "00"
               GO TO LOAD-CTR-FLAGS-EXIT
           END-IF
           MOVE 1 TO WS-FLAG-ADD
           PERFORM UNTIL CTR-REGISTER-FILE-STATUS = "10"
               READ CTR-REGISTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CTR-DATE > WS-LOOKBACK-DATE
                           MOVE CTR-USER-ID TO WS-FLAG-USER
                           PERFORM FIND-FLAG-ENTRY
                               THRU FIND-FLAG-ENTRY-EXIT
                           IF WS-FL-IX > 0
                               ADD 1 TO WS-FL-CTR-FILINGS(WS-FL-IX)
                               ADD CTR-CASH-IN CTR-CASH-OUT
                                   TO WS-FL-CASH-VOLUME(WS-FL-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTR-REGISTER-FILE.
       LOAD-CTR-FLAGS-EXIT.
           EXIT.

      *> Only outbound wires name the other bank, so the country
      *> factors come from WIRE_OUT's settlement rows.
       LOAD-WIRE-FLAGS.
           OPEN INPUT WIRE-SETTLE-FILE
           IF WIRE-SETTLE-FILE-STATUS NOT = "00"
               GO TO LOAD-WIRE-FLAGS-EXIT
           END-IF
           OPEN INPUT BANK-DIRECTORY-FILE
           IF BANK-DIRECTORY-FILE-STATUS NOT = "00"
               CLOSE WIRE-SETTLE-FILE
               GO TO LOAD-WIRE-FLAGS-EXIT
           END-IF
           MOVE 1 TO WS-FLAG-ADD
           PERFORM UNTIL WIRE-SETTLE-FILE-STATUS = "10"
               READ WIRE-SETTLE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WSR-SENT-DATE > WS-LOOKBACK-DATE
                           PERFORM CHECK-WIRE-COUNTRY
                               THRU CHECK-WIRE-COUNTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-DIRECTORY-FILE
           CLOSE WIRE-SETTLE-FILE.
       LOAD-WIRE-FLAGS-EXIT.
           EXIT.

       CHECK-WIRE-COUNTRY.
           MOVE WSR-BANK-CODE TO BK-CODE
           READ BANK-DIRECTORY-FILE
               INVALID KEY
                   GO TO CHECK-WIRE-COUNTRY-EXIT
           END-READ
           IF BK-COUNTRY = SPACES OR BK-COUNTRY = WS-HOME-COUNTRY
               GO TO CHECK-WIRE-COUNTRY-EXIT
           END-IF
           MOVE WSR-USER-ID TO WS-FLAG-USER
           PERFORM FIND-FLAG-ENTRY THRU FIND-FLAG-ENTRY-EXIT
           IF WS-FL-IX = 0
               GO TO CHECK-WIRE-COUNTRY-EXIT
           END-IF
           ADD 1 TO WS-FL-FOREIGN-WIRES(WS-FL-IX)
           MOVE 0 TO WS-CTRY-HITS
           INSPECT WS-HIGH-RISK-LIST TALLYING WS-CTRY-HITS
               FOR ALL BK-COUNTRY
           IF WS-CTRY-HITS > 0
               ADD 1 TO WS-FL-HIGH-RISK-WIRES(WS-FL-IX)
           END-IF.
       CHECK-WIRE-COUNTRY-EXIT.
           EXIT.

      *> A released hit was a false positive and does not count.
       LOAD-WATCH-FLAGS.
           OPEN INPUT WATCH-HIT-FILE
           IF WATCH-HIT-FILE-STATUS NOT = "00"
               GO TO LOAD-WATCH-FLAGS-EXIT
           END-IF
           MOVE 1 TO WS-FLAG-ADD
           PERFORM UNTIL WATCH-HIT-FILE-STATUS = "10"
               READ WATCH-HIT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WH-USER-ID > 0 AND NOT WH-IS-RELEASED
                           MOVE WH-USER-ID TO WS-FLAG-USER
                           PERFORM FIND-FLAG-ENTRY
                               THRU FIND-FLAG-ENTRY-EXIT
                           IF WS-FL-IX > 0
                               IF WH-IS-CONFIRMED
                                   ADD 1 TO
                                     WS-FL-WATCH-CONFIRMED(WS-FL-IX)
                               ELSE
                                   ADD 1 TO WS-FL-WATCH-OPEN(WS-FL-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-HIT-FILE.
       LOAD-WATCH-FLAGS-EXIT.
           EXIT.

       LOAD-CASE-FLAGS.
           OPEN INPUT AML-CASE-FILE
           IF AML-CASE-FILE-STATUS NOT = "00"
               GO TO LOAD-CASE-FLAGS-EXIT
           END-IF
           MOVE 1 TO WS-FLAG-ADD
           PERFORM UNTIL AML-CASE-FILE-STATUS = "10"
               READ AML-CASE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE AC-USER-ID TO WS-FLAG-USER
                       PERFORM FIND-FLAG-ENTRY
                           THRU FIND-FLAG-ENTRY-EXIT
                       IF WS-FL-IX > 0
                           EVALUATE TRUE
                               WHEN AC-IS-FILED
                                   ADD 1 TO
                                       WS-FL-CASES-FILED(WS-FL-IX)
                               WHEN AC-IS-CLEARED
                                   ADD 1 TO
                                       WS-FL-CASES-CLEARED(WS-FL-IX)
                               WHEN OTHER
                                   ADD 1 TO
                                       WS-FL-CASES-OPEN(WS-FL-IX)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AML-CASE-FILE.
       LOAD-CASE-FLAGS-EXIT.
           EXIT.

       RATE-ONE-CUSTOMER.
           IF USER-IS-DECEASED
               GO TO RATE-ONE-CUSTOMER-EXIT
           END-IF
           MOVE USER-REC-ID TO RR-USER-ID
           MOVE 1 TO WS-RISK-FOUND
           READ AML-RISK-FILE
               INVALID KEY
                   MOVE 0 TO WS-RISK-FOUND
           END-READ
           IF WS-RISK-FOUND = 0
               INITIALIZE AML-RISK-RECORD
               MOVE USER-REC-ID TO RR-USER-ID
               MOVE SPACE TO RR-REVIEW-STATUS
           END-IF
           INITIALIZE RR-FACTORS RR-POINTS
           IF USER-IS-BUSINESS
               MOVE "B" TO RR-CUST-TYPE
           ELSE
               MOVE "I" TO RR-CUST-TYPE
           END-IF
           PERFORM GATHER-ACCOUNTS THRU GATHER-ACCOUNTS-EXIT
           PERFORM GATHER-KYC THRU GATHER-KYC-EXIT
           MOVE 0 TO WS-FLAG-ADD
           MOVE USER-REC-ID TO WS-FLAG-USER
           PERFORM FIND-FLAG-ENTRY THRU FIND-FLAG-ENTRY-EXIT
           IF WS-FL-IX > 0
               MOVE WS-FL-CTR-FILINGS(WS-FL-IX) TO RR-CTR-FILINGS
               MOVE WS-FL-CASH-VOLUME(WS-FL-IX) TO RR-CASH-VOLUME
               MOVE WS-FL-FOREIGN-WIRES(WS-FL-IX) TO RR-FOREIGN-WIRES
               MOVE WS-FL-HIGH-RISK-WIRES(WS-FL-IX)
                   TO RR-HIGH-RISK-WIRES
               MOVE WS-FL-WATCH-OPEN(WS-FL-IX) TO RR-WATCH-OPEN
               MOVE WS-FL-WATCH-CONFIRMED(WS-FL-IX)
                   TO RR-WATCH-CONFIRMED
               MOVE WS-FL-CASES-OPEN(WS-FL-IX) TO RR-CASES-OPEN
               MOVE WS-FL-CASES-FILED(WS-FL-IX) TO RR-CASES-FILED
               MOVE WS-FL-CASES-CLEARED(WS-FL-IX) TO RR-CASES-CLEARED
           END-IF
           PERFORM SCORE-FACTORS
           ADD 1 TO WS-RATED-COUNT
           EVALUATE WS-NEW-RATING
               WHEN "H"
                   ADD 1 TO WS-HIGH-COUNT
               WHEN "M"
                   ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           MOVE 0 TO WS-QUEUED-NOW
           IF WS-RISK-FOUND = 0
               PERFORM RATE-NEW-CUSTOMER
           ELSE
               PERFORM RERATE-CUSTOMER
           END-IF
           MOVE WS-NEW-RATING TO RR-SCORED-RATING
           MOVE WS-BUSINESS-DATE TO RR-RATED-DATE
           IF WS-RISK-FOUND = 0
               WRITE AML-RISK-RECORD
           ELSE
               REWRITE AML-RISK-RECORD
           END-IF
           IF RR-REVIEW-PENDING
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           IF WS-QUEUED-NOW = 1
              OR (WS-RISK-FOUND = 1 AND RR-RATING NOT = RR-PRIOR-RATING)
               PERFORM REPORT-ONE-CUSTOMER
           END-IF.
       RATE-ONE-CUSTOMER-EXIT.
           EXIT.

      *> Products held, and the wires through each account over the
      *> lookback from its ledger rows.
       GATHER-ACCOUNTS.
           IF WS-BALANCE-OPEN = 0
               GO TO GATHER-ACCOUNTS-EXIT
           END-IF
           MOVE USER-REC-ID TO BALANCE-REC-ID
           MOVE LOW-VALUES TO BALANCE-REC-ACCOUNT-TYPE
           START BALANCE-DB-FILE KEY IS >= BALANCE-REC-KEY
               INVALID KEY
                   GO TO GATHER-ACCOUNTS-EXIT
           END-START
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BALANCE-REC-ID NOT = USER-REC-ID
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO RR-PRODUCT-COUNT
                       PERFORM GATHER-WIRES THRU GATHER-WIRES-EXIT
               END-READ
           END-PERFORM
           MOVE "00" TO BALANCE-DB-FILE-STATUS.
       GATHER-ACCOUNTS-EXIT.
           EXIT.

       GATHER-WIRES.
           IF WS-TXN-OPEN = 0
               GO TO GATHER-WIRES-EXIT
           END-IF
           MOVE BALANCE-REC-ID TO TXN-ALT-USER-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO TXN-ALT-ACCOUNT-TYPE
           MOVE WS-LOOKBACK-X TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS > TXN-ALT-KEY
               INVALID KEY
                   GO TO GATHER-WIRES-EXIT
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-ALT-USER-ID NOT = BALANCE-REC-ID
                          OR TXN-ALT-ACCOUNT-TYPE NOT =
                             BALANCE-REC-ACCOUNT-TYPE
                           EXIT PERFORM
                       END-IF
                       IF TXN-TYPE = "WIRE-IN" OR TXN-TYPE = "WIRE-OUT"
                           ADD 1 TO RR-WIRE-COUNT
                           MOVE FUNCTION ABS(TXN-AMOUNT)
                               TO WS-ABS-AMOUNT
                           ADD WS-ABS-AMOUNT TO RR-WIRE-VOLUME
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TRANSACTION-DB-FILE-STATUS.
       GATHER-WIRES-EXIT.
           EXIT.

      *> A customer with no documents on file at all counts as one
      *> gap - they were never through ADD_USER's checklist.
       GATHER-KYC.
           IF WS-KYC-OPEN = 0
               GO TO GATHER-KYC-EXIT
           END-IF
           MOVE 0 TO WS-KYC-ROWS
           MOVE USER-REC-ID TO KYC-USER-ID
           MOVE LOW-VALUES TO KYC-DOC-TYPE
           START KYC-DOC-FILE KEY IS >= KYC-KEY
               INVALID KEY
                   MOVE 1 TO RR-KYC-GAPS
                   GO TO GATHER-KYC-EXIT
           END-START
           PERFORM UNTIL KYC-DOC-FILE-STATUS = "10"
               READ KYC-DOC-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF KYC-USER-ID NOT = USER-REC-ID
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-KYC-ROWS
                       IF KYC-IS-PENDING
                          OR (KYC-EXPIRY-DATE > 0
                              AND KYC-EXPIRY-DATE < WS-BUSINESS-DATE)
                           ADD 1 TO RR-KYC-GAPS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO KYC-DOC-FILE-STATUS
           IF WS-KYC-ROWS = 0
               MOVE 1 TO RR-KYC-GAPS
           END-IF.
       GATHER-KYC-EXIT.
           EXIT.

       SCORE-FACTORS.
           IF RR-CUST-TYPE = "B"
               MOVE 2 TO RR-PTS-CUST-TYPE
           END-IF
           IF RR-PRODUCT-COUNT >= 3
               MOVE 1 TO RR-PTS-PRODUCTS
           END-IF
           EVALUATE TRUE
               WHEN RR-CTR-FILINGS >= 3
                   MOVE 4 TO RR-PTS-CASH
               WHEN RR-CTR-FILINGS > 0
                   MOVE 2 TO RR-PTS-CASH
           END-EVALUATE
           EVALUATE TRUE
               WHEN RR-WIRE-COUNT > 0
                    AND RR-WIRE-VOLUME >= WS-WIRE-VOLUME
                   MOVE 2 TO RR-PTS-WIRES
               WHEN RR-WIRE-COUNT > 0
                   MOVE 1 TO RR-PTS-WIRES
           END-EVALUATE
           EVALUATE TRUE
               WHEN RR-HIGH-RISK-WIRES > 0
                   MOVE 4 TO RR-PTS-COUNTRY
               WHEN RR-FOREIGN-WIRES > 0
                   MOVE 1 TO RR-PTS-COUNTRY
           END-EVALUATE
           EVALUATE TRUE
               WHEN RR-WATCH-CONFIRMED > 0
                   MOVE 6 TO RR-PTS-WATCH
               WHEN RR-WATCH-OPEN > 0
                   MOVE 3 TO RR-PTS-WATCH
           END-EVALUATE
           EVALUATE TRUE
               WHEN RR-CASES-FILED > 0
                   MOVE 5 TO RR-PTS-AML-CASE
               WHEN RR-CASES-OPEN > 0
                   MOVE 3 TO RR-PTS-AML-CASE
               WHEN RR-CASES-CLEARED > 0
                   MOVE 1 TO RR-PTS-AML-CASE
           END-EVALUATE
           IF RR-KYC-GAPS > 0
               MOVE 2 TO RR-PTS-KYC
           END-IF
           COMPUTE RR-SCORE = RR-PTS-CUST-TYPE + RR-PTS-PRODUCTS
               + RR-PTS-CASH + RR-PTS-WIRES + RR-PTS-COUNTRY
               + RR-PTS-WATCH + RR-PTS-AML-CASE + RR-PTS-KYC
           EVALUATE TRUE
               WHEN RR-SCORE >= WS-HIGH-SCORE
                   MOVE "H" TO WS-NEW-RATING
               WHEN RR-SCORE >= WS-MEDIUM-SCORE
                   MOVE "M" TO WS-NEW-RATING
               WHEN OTHER
                   MOVE "L" TO WS-NEW-RATING
           END-EVALUATE.

       RATE-NEW-CUSTOMER.
           MOVE SPACE TO RR-PRIOR-RATING
           MOVE WS-NEW-RATING TO RR-RATING
           PERFORM SET-NEXT-REVIEW
           IF WS-NEW-RATING = "H"
               MOVE "NEW-HIGH" TO RR-REVIEW-REASON
               PERFORM QUEUE-FOR-REVIEW
               ADD 1 TO WS-JUMP-COUNT
           END-IF.

      *> The rating in force is the new scored rating, or the higher
      *> one the last review set. A scored rating above the rating
      *> in force is a jump and goes straight to the queue, ahead of
      *> any review merely due.
       RERATE-CUSTOMER.
           MOVE RR-RATING TO RR-PRIOR-RATING
           MOVE WS-NEW-RATING TO WS-RANK-RATING
           PERFORM RANK-OF-RATING
           MOVE WS-RANK TO WS-NEW-RANK
           MOVE RR-RATING TO WS-RANK-RATING
           PERFORM RANK-OF-RATING
           MOVE WS-RANK TO WS-FORCE-RANK
           MOVE RR-REVIEWED-RATING TO WS-RANK-RATING
           PERFORM RANK-OF-RATING
           MOVE WS-RANK TO WS-REVIEWED-RANK
           IF WS-REVIEWED-RANK > WS-NEW-RANK
               MOVE RR-REVIEWED-RATING TO RR-RATING
           ELSE
               MOVE WS-NEW-RATING TO RR-RATING
           END-IF
           IF RR-RATING NOT = RR-PRIOR-RATING
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           IF WS-NEW-RANK > WS-FORCE-RANK
               IF NOT RR-REVIEW-PENDING
                  OR RR-REVIEW-REASON NOT = "RATING-UP"
                   MOVE "RATING-UP" TO RR-REVIEW-REASON
                   PERFORM QUEUE-FOR-REVIEW
                   ADD 1 TO WS-JUMP-COUNT
               END-IF
           ELSE
               IF NOT RR-REVIEW-PENDING
                  AND RR-NEXT-REVIEW-DATE NOT > WS-BUSINESS-DATE
                   MOVE "DUE" TO RR-REVIEW-REASON
                   PERFORM QUEUE-FOR-REVIEW
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           END-IF.

       RANK-OF-RATING.
           EVALUATE WS-RANK-RATING
               WHEN "H"
                   MOVE 3 TO WS-RANK
               WHEN "M"
                   MOVE 2 TO WS-RANK
               WHEN "L"
                   MOVE 1 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

       QUEUE-FOR-REVIEW.
           MOVE "P" TO RR-REVIEW-STATUS
           MOVE WS-BUSINESS-DATE TO RR-QUEUED-DATE
           MOVE 1 TO WS-QUEUED-NOW.

      *> One review cycle on from the business date - a year for a
      *> high rating, two for medium, three for low; 29 February
      *> falls back to the 28th.
       SET-NEXT-REVIEW.
           EVALUATE RR-RATING
               WHEN "H"
                   MOVE 1 TO WS-CYCLE-YEARS
               WHEN "M"
                   MOVE 2 TO WS-CYCLE-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-CYCLE-YEARS
           END-EVALUATE
           COMPUTE RR-NEXT-REVIEW-DATE =
               WS-BUSINESS-DATE + WS-CYCLE-YEARS * 10000
           IF FUNCTION TEST-DATE-YYYYMMDD(RR-NEXT-REVIEW-DATE) NOT = 0
               SUBTRACT 1 FROM RR-NEXT-REVIEW-DATE
           END-IF.

       REPORT-ONE-CUSTOMER.
           MOVE RR-SCORE TO WS-DISP-SCORE
           MOVE SPACES TO RISK-REPORT-LINE
           IF WS-QUEUED-NOW = 1
               STRING RR-USER-ID " " RR-PRIOR-RATING "   "
                   RR-RATING "   " WS-DISP-SCORE "    "
                   RR-REVIEW-REASON " " RR-NEXT-REVIEW-DATE
                   "  " USER-REC-NAME
                   DELIMITED BY SIZE INTO RISK-REPORT-LINE
           ELSE
               STRING RR-USER-ID " " RR-PRIOR-RATING "   "
                   RR-RATING "   " WS-DISP-SCORE "    "
                   "          " " " RR-NEXT-REVIEW-DATE
                   "  " USER-REC-NAME
                   DELIMITED BY SIZE INTO RISK-REPORT-LINE
           END-IF
           WRITE RISK-REPORT-LINE.
