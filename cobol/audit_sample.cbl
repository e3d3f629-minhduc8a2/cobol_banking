       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT_SAMPLE.

      *> Draws an internal audit test sample from transaction.db for
      *> a posting date range. A simple random draw takes a set
      *> number of items from the whole range; a stratified draw
      *> takes a set number from every stratum - transaction type,
      *> amount band, branch and keying operator - so a thin corner
      *> of the business is tested as surely as a busy one. Every
      *> reversal and every posting that went through on a granted
      *> supervisor override is taken whatever the draw. The file is
      *> read twice: once to size each stratum, once to pick
      *> (sequential selection, so each stratum gets exactly its
      *> quota or all of itself if smaller). Each item becomes a
      *> review row in audit_review.db for AUDIT_REVIEW to work, and
      *> the list goes to audit_sample_list.txt as the worksheet.
      *> The seed is kept on the sample header; entering it again
      *> over the same range and ledger repeats the draw exactly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SAMPLE-FILE ASSIGN TO "audit_samples.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASM-ID
               FILE STATUS IS AUDIT-SAMPLE-FILE-STATUS.
           SELECT AUDIT-REVIEW-FILE ASSIGN TO "audit_review.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS AUDIT-REVIEW-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "override_log.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OV-ID
               FILE STATUS IS OVERRIDE-LOG-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT SAMPLE-LIST-FILE ASSIGN TO "audit_sample_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMPLE-LIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-SAMPLE-FILE.
       COPY "audit_sample_record.cpy".

       FD AUDIT-REVIEW-FILE.
       COPY "audit_review_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD OVERRIDE-LOG-FILE.
       COPY "override_log_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD OPERATOR-FILE.
       COPY "operator_record.cpy".

       FD SAMPLE-LIST-FILE.
       01 SAMPLE-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-SAMPLE-FILE-STATUS   PIC XX.
       01 AUDIT-REVIEW-FILE-STATUS   PIC XX.
       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 OVERRIDE-LOG-FILE-STATUS   PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 OPERATOR-FILE-STATUS       PIC XX.
       01 SAMPLE-LIST-FILE-STATUS    PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-FROM-DATE     PIC 9(8).
       01 WS-TO-DATE       PIC 9(8).
       01 WS-METHOD        PIC X(01).
       01 WS-SAMPLE-SIZE   PIC 9(6).
       01 WS-SEED          PIC 9(8).
       01 WS-TIME-RAW      PIC 9(8).
       01 WS-SAMPLE-ID     PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-BAND-1-MAX    PIC 9(10)V99 VALUE 1000.
       01 WS-BAND-2-MAX    PIC 9(10)V99 VALUE 10000.
       01 WS-BAND-3-MAX    PIC 9(10)V99 VALUE 100000.
       01 WS-BALANCES-OPEN  PIC 9 VALUE 0.
       01 WS-OPERATORS-OPEN PIC 9 VALUE 0.
      *> The posting under test, in the shape the strata need.
       01 WS-TXN-DATE-NUM  PIC 9(8).
       01 WS-TXN-DATE-PARTS REDEFINES WS-TXN-DATE-NUM.
           05 WS-TXN-YEAR  PIC 9(4).
           05 WS-TXN-MONTH PIC 9(2).
           05 WS-TXN-DAY   PIC 9(2).
       01 WS-ABS-AMOUNT    PIC 9(10)V99.
       01 WS-IN-RANGE      PIC 9 VALUE 0.
       01 WS-FORCED-REASON PIC X(01).
       01 WS-STRATUM.
           05 WS-ST-TXN-TYPE    PIC X(15).
           05 WS-ST-AMOUNT-BAND PIC X(01).
           05 WS-ST-BRANCH-CODE PIC X(04).
           05 WS-ST-OPERATOR-ID PIC 9(10).
      *> Granted overrides in the range: a posting matches one for
      *> the same customer, day and amount.
       01 WS-OVERRIDE-TABLE.
           05 WS-OT OCCURS 1000 TIMES.
               10 WS-OT-CUSTOMER-ID PIC 9(10).
               10 WS-OT-DATE        PIC 9(8).
               10 WS-OT-AMOUNT      PIC 9(10)V99.
       01 WS-OT-COUNT      PIC 9(4) VALUE 0.
       01 WS-OT-IDX        PIC 9(4).
      *> One row per stratum met in the range: how many postings
      *> it holds, how many of those pass two has gone by, and how
      *> many it has taken. A random draw runs as a single stratum.
       01 WS-STRATUM-TABLE.
           05 WS-SX OCCURS 2000 TIMES.
               10 WS-SX-KEY        PIC X(30).
               10 WS-SX-POPULATION PIC 9(8).
               10 WS-SX-SEEN       PIC 9(8).
               10 WS-SX-TAKEN      PIC 9(6).
       01 WS-SX-COUNT      PIC 9(4) VALUE 0.
       01 WS-SX-IDX        PIC 9(4).
       01 WS-SX-SCAN       PIC 9(4).
       01 WS-SX-FULL       PIC 9 VALUE 0.
       01 WS-RANDOM        PIC V9(9).
       01 WS-REMAINING     PIC 9(8).
       01 WS-WANTED        PIC 9(6).
       01 WS-POPULATION    PIC 9(8) VALUE 0.
       01 WS-FORCED-COUNT  PIC 9(6) VALUE 0.
       01 WS-TAKEN-COUNT   PIC 9(6) VALUE 0.
       01 WS-ITEM-SEQ      PIC 9(6) VALUE 0.
       01 WS-DISP-AMOUNT   PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Draw an internal audit sample."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           PERFORM LOAD-BAND-PARAMS
           DISPLAY "Postings from date (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
               DISPLAY "Invalid from date - no sample drawn."
               GOBACK
           END-IF
           DISPLAY "Postings to date (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
              OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY "Invalid to date - no sample drawn."
               GOBACK
           END-IF
           DISPLAY "[R]andom or [S]tratified draw: "
           ACCEPT WS-METHOD
           MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD
           EVALUATE WS-METHOD
               WHEN "R"
                   DISPLAY "Number of items to draw: "
               WHEN "S"
                   DISPLAY "Number of items per stratum: "
               WHEN OTHER
                   DISPLAY "Invalid method - no sample drawn."
                   GOBACK
           END-EVALUATE
           ACCEPT WS-SAMPLE-SIZE
           IF WS-SAMPLE-SIZE = 0
               DISPLAY "Sample size must be at least 1."
               GOBACK
           END-IF
           DISPLAY "Seed (0 to pick one): "
           ACCEPT WS-SEED
           IF WS-SEED = 0
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-RAW TO WS-SEED
               ADD 1 TO WS-SEED
           END-IF
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open transaction.db - status "
                   TRANSACTION-DB-FILE-STATUS
               GOBACK
           END-IF
           CLOSE TRANSACTION-DB-FILE
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-BALANCES-OPEN
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS = "00"
               MOVE 1 TO WS-OPERATORS-OPEN
           END-IF
           PERFORM LOAD-OVERRIDES THRU LOAD-OVERRIDES-EXIT
           PERFORM SIZE-STRATA
           IF WS-SX-FULL = 1
               DISPLAY "More than 2000 strata in the range - narrow "
                   "the dates or draw at random. No sample drawn."
               PERFORM CLOSE-LOOKUPS
               GOBACK
           END-IF
           IF WS-POPULATION = 0 AND WS-FORCED-COUNT = 0
               DISPLAY "No postings in the range - no sample drawn."
               PERFORM CLOSE-LOOKUPS
               GOBACK
           END-IF
           CALL "GET_NEXT_SEQ" USING "AUDIT-SAMPLE-ID     "
                                      WS-SAMPLE-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to generate a sample ID - no sample "
                   "drawn."
               PERFORM CLOSE-LOOKUPS
               GOBACK
           END-IF
           OPEN I-O AUDIT-REVIEW-FILE
           IF AUDIT-REVIEW-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-REVIEW-FILE
               CLOSE AUDIT-REVIEW-FILE
               OPEN I-O AUDIT-REVIEW-FILE
           END-IF
           OPEN OUTPUT SAMPLE-LIST-FILE
           PERFORM WRITE-LIST-HEADING
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
           PERFORM DRAW-SAMPLE
           CLOSE AUDIT-REVIEW-FILE
           PERFORM WRITE-SAMPLE-HEADER
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING "Population " WS-POPULATION
               "  strata " WS-SX-COUNT
               "  sampled " WS-TAKEN-COUNT
               "  overrides/reversals " WS-FORCED-COUNT
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE
           CLOSE SAMPLE-LIST-FILE
           PERFORM CLOSE-LOOKUPS
           DISPLAY "Sample " WS-SAMPLE-ID " drawn with seed " WS-SEED
           DISPLAY "Postings in range:      " WS-POPULATION
           DISPLAY "Strata:                 " WS-SX-COUNT
           DISPLAY "Items sampled:          " WS-TAKEN-COUNT
           DISPLAY "Overrides and reversals:" WS-FORCED-COUNT
           DISPLAY "Worksheet written to audit_sample_list.txt"
           GOBACK.

       LOAD-BAND-PARAMS.
           MOVE "AUDIT-BAND-1-MAX" TO WS-PARAM-NAME
           MOVE "1000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-BAND-1-MAX
           MOVE "AUDIT-BAND-2-MAX" TO WS-PARAM-NAME
           MOVE "10000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-BAND-2-MAX
           MOVE "AUDIT-BAND-3-MAX" TO WS-PARAM-NAME
           MOVE "100000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-BAND-3-MAX.

       CLOSE-LOOKUPS.
           IF WS-BALANCES-OPEN = 1
               CLOSE BALANCE-DB-FILE
           END-IF
           IF WS-OPERATORS-OPEN = 1
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-LOG-FILE
           IF OVERRIDE-LOG-FILE-STATUS NOT = "00"
               GO TO LOAD-OVERRIDES-EXIT
           END-IF
           PERFORM UNTIL OVERRIDE-LOG-FILE-STATUS = "10"
               READ OVERRIDE-LOG-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF OV-WAS-GRANTED
                          AND OV-DATE >= WS-FROM-DATE
                          AND OV-DATE <= WS-TO-DATE
                          AND WS-OT-COUNT < 1000
                           ADD 1 TO WS-OT-COUNT
                           MOVE OV-CUSTOMER-ID
                               TO WS-OT-CUSTOMER-ID(WS-OT-COUNT)
                           MOVE OV-DATE TO WS-OT-DATE(WS-OT-COUNT)
                           MOVE OV-AMOUNT TO WS-OT-AMOUNT(WS-OT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-LOG-FILE.
       LOAD-OVERRIDES-EXIT.
           EXIT.

      *> Pass one: how big is each stratum?
       SIZE-STRATA.
           OPEN INPUT TRANSACTION-DB-FILE
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CLASSIFY-POSTING
                           THRU CLASSIFY-POSTING-EXIT
                       IF WS-IN-RANGE = 1
                           PERFORM COUNT-POSTING THRU COUNT-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-DB-FILE.

       COUNT-POSTING.
           IF WS-FORCED-REASON NOT = SPACE
               ADD 1 TO WS-FORCED-COUNT
               GO TO COUNT-POSTING-EXIT
           END-IF
           PERFORM FIND-STRATUM THRU FIND-STRATUM-EXIT
           IF WS-SX-IDX = 0
               IF WS-SX-COUNT >= 2000
                   MOVE 1 TO WS-SX-FULL
                   GO TO COUNT-POSTING-EXIT
               END-IF
               ADD 1 TO WS-SX-COUNT
               MOVE WS-SX-COUNT TO WS-SX-IDX
               IF WS-METHOD = "S"
                   MOVE WS-STRATUM TO WS-SX-KEY(WS-SX-IDX)
               ELSE
                   MOVE SPACES TO WS-SX-KEY(WS-SX-IDX)
               END-IF
               MOVE 0 TO WS-SX-POPULATION(WS-SX-IDX)
               MOVE 0 TO WS-SX-SEEN(WS-SX-IDX)
               MOVE 0 TO WS-SX-TAKEN(WS-SX-IDX)
           END-IF
           ADD 1 TO WS-SX-POPULATION(WS-SX-IDX)
           ADD 1 TO WS-POPULATION.
       COUNT-POSTING-EXIT.
           EXIT.

       FIND-STRATUM.
           MOVE 0 TO WS-SX-IDX
           IF WS-METHOD = "R"
               IF WS-SX-COUNT > 0
                   MOVE 1 TO WS-SX-IDX
               END-IF
               GO TO FIND-STRATUM-EXIT
           END-IF
           PERFORM VARYING WS-SX-SCAN FROM 1 BY 1
                   UNTIL WS-SX-SCAN > WS-SX-COUNT
               IF WS-SX-KEY(WS-SX-SCAN) = WS-STRATUM
                   MOVE WS-SX-SCAN TO WS-SX-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       FIND-STRATUM-EXIT.
           EXIT.

      *> Is the posting in the range, which stratum is it in, and is
      *> it one that is always taken?
       CLASSIFY-POSTING.
           MOVE 0 TO WS-IN-RANGE
           MOVE SPACE TO WS-FORCED-REASON
           IF TXN-DATE(1:4) IS NOT NUMERIC
              OR TXN-DATE(6:2) IS NOT NUMERIC
              OR TXN-DATE(9:2) IS NOT NUMERIC
               GO TO CLASSIFY-POSTING-EXIT
           END-IF
           MOVE TXN-DATE(1:4) TO WS-TXN-YEAR
           MOVE TXN-DATE(6:2) TO WS-TXN-MONTH
           MOVE TXN-DATE(9:2) TO WS-TXN-DAY
           IF WS-TXN-DATE-NUM < WS-FROM-DATE
              OR WS-TXN-DATE-NUM > WS-TO-DATE
               GO TO CLASSIFY-POSTING-EXIT
           END-IF
           MOVE 1 TO WS-IN-RANGE
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(TXN-AMOUNT)
           MOVE TXN-TYPE TO WS-ST-TXN-TYPE
           EVALUATE TRUE
               WHEN WS-ABS-AMOUNT <= WS-BAND-1-MAX
                   MOVE "1" TO WS-ST-AMOUNT-BAND
               WHEN WS-ABS-AMOUNT <= WS-BAND-2-MAX
                   MOVE "2" TO WS-ST-AMOUNT-BAND
               WHEN WS-ABS-AMOUNT <= WS-BAND-3-MAX
                   MOVE "3" TO WS-ST-AMOUNT-BAND
               WHEN OTHER
                   MOVE "4" TO WS-ST-AMOUNT-BAND
           END-EVALUATE
           MOVE TXN-OPERATOR-ID TO WS-ST-OPERATOR-ID
           PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT
           IF TXN-REVERSAL-OF NOT = 0
               MOVE "V" TO WS-FORCED-REASON
               GO TO CLASSIFY-POSTING-EXIT
           END-IF
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-CUSTOMER-ID(WS-OT-IDX) = TXN-USER-ID
                  AND WS-OT-DATE(WS-OT-IDX) = WS-TXN-DATE-NUM
                  AND WS-OT-AMOUNT(WS-OT-IDX) = WS-ABS-AMOUNT
                   MOVE "O" TO WS-FORCED-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       CLASSIFY-POSTING-EXIT.
           EXIT.

      *> A posting keyed at a counter belongs to the branch the
      *> operator works at; an unattended one to the account's
      *> owning branch.
       FIND-BRANCH.
           MOVE "MAIN" TO WS-ST-BRANCH-CODE
           IF TXN-OPERATOR-ID NOT = 0 AND WS-OPERATORS-OPEN = 1
               MOVE TXN-OPERATOR-ID TO OP-ID
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       IF OP-BRANCH-CODE NOT = SPACES
                           MOVE OP-BRANCH-CODE TO WS-ST-BRANCH-CODE
                       END-IF
                       GO TO FIND-BRANCH-EXIT
               END-READ
           END-IF
           IF WS-BALANCES-OPEN = 1
               MOVE TXN-USER-ID TO BALANCE-REC-ID
               MOVE TXN-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
               READ BALANCE-DB-FILE
                   NOT INVALID KEY
                       IF BALANCE-REC-BRANCH-CODE NOT = SPACES
                           MOVE BALANCE-REC-BRANCH-CODE
                               TO WS-ST-BRANCH-CODE
                       END-IF
               END-READ
           END-IF.
       FIND-BRANCH-EXIT.
           EXIT.

      *> Pass two: take every forced posting, and from each stratum
      *> take the next posting when a uniform draw falls under
      *> (still wanted / still to come) - which leaves exactly the
      *> quota taken by the time the stratum is exhausted.
       DRAW-SAMPLE.
           OPEN INPUT TRANSACTION-DB-FILE
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CLASSIFY-POSTING
                           THRU CLASSIFY-POSTING-EXIT
                       IF WS-IN-RANGE = 1
                           PERFORM DRAW-ONE-POSTING
                               THRU DRAW-ONE-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-DB-FILE.

       DRAW-ONE-POSTING.
           IF WS-FORCED-REASON NOT = SPACE
               MOVE WS-FORCED-REASON TO AR-REASON
               PERFORM WRITE-ITEM
               GO TO DRAW-ONE-POSTING-EXIT
           END-IF
           PERFORM FIND-STRATUM THRU FIND-STRATUM-EXIT
           IF WS-SX-IDX = 0
               GO TO DRAW-ONE-POSTING-EXIT
           END-IF
           IF WS-SX-TAKEN(WS-SX-IDX) >= WS-SAMPLE-SIZE
               ADD 1 TO WS-SX-SEEN(WS-SX-IDX)
               GO TO DRAW-ONE-POSTING-EXIT
           END-IF
           COMPUTE WS-REMAINING = WS-SX-POPULATION(WS-SX-IDX)
               - WS-SX-SEEN(WS-SX-IDX)
           COMPUTE WS-WANTED = WS-SAMPLE-SIZE - WS-SX-TAKEN(WS-SX-IDX)
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           ADD 1 TO WS-SX-SEEN(WS-SX-IDX)
           IF WS-REMAINING * WS-RANDOM < WS-WANTED
               ADD 1 TO WS-SX-TAKEN(WS-SX-IDX)
               ADD 1 TO WS-TAKEN-COUNT
               MOVE "S" TO AR-REASON
               PERFORM WRITE-ITEM
           END-IF.
       DRAW-ONE-POSTING-EXIT.
           EXIT.

       WRITE-ITEM.
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-SAMPLE-ID     TO AR-SAMPLE-ID
           MOVE WS-ITEM-SEQ      TO AR-SEQ
           MOVE TXN-ID           TO AR-TXN-ID
           MOVE TXN-DATE         TO AR-TXN-DATE
           MOVE TXN-TIME         TO AR-TXN-TIME
           MOVE TXN-USER-ID      TO AR-USER-ID
           MOVE TXN-ACCOUNT-TYPE TO AR-ACCOUNT-TYPE
           MOVE TXN-AMOUNT       TO AR-AMOUNT
           MOVE TXN-REVERSAL-OF  TO AR-REVERSAL-OF
           MOVE WS-STRATUM       TO AR-STRATUM
           MOVE SPACE            TO AR-RESULT
           MOVE SPACES           TO AR-FINDING
           MOVE 0                TO AR-REVIEWED-BY
           MOVE 0                TO AR-REVIEW-DATE
           WRITE AUDIT-REVIEW-RECORD
               INVALID KEY
                   DISPLAY "Unable to write sample item "
                       WS-ITEM-SEQ " - status "
                       AUDIT-REVIEW-FILE-STATUS
           END-WRITE
           MOVE TXN-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING AR-SEQ " " AR-REASON " TXN " TXN-ID " "
               TXN-DATE " " TXN-TIME " user " TXN-USER-ID " "
               TXN-ACCOUNT-TYPE " " TXN-TYPE " " WS-DISP-AMOUNT
               " band " AR-AMOUNT-BAND " " AR-BRANCH-CODE
               " op " AR-OPERATOR-ID
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE.

       WRITE-LIST-HEADING.
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING "INTERNAL AUDIT SAMPLE " WS-SAMPLE-ID
               " - POSTINGS " WS-FROM-DATE " TO " WS-TO-DATE
               " - METHOD " WS-METHOD " SIZE " WS-SAMPLE-SIZE
               " SEED " WS-SEED
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING "Reason S = sampled, O = supervisor override, "
               "V = reversal. Bands 1-3 end at "
               WS-BAND-1-MAX " / " WS-BAND-2-MAX " / " WS-BAND-3-MAX
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE.

       WRITE-SAMPLE-HEADER.
           OPEN I-O AUDIT-SAMPLE-FILE
           IF AUDIT-SAMPLE-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-SAMPLE-FILE
               CLOSE AUDIT-SAMPLE-FILE
               OPEN I-O AUDIT-SAMPLE-FILE
           END-IF
           MOVE WS-SAMPLE-ID     TO ASM-ID
           MOVE WS-FROM-DATE     TO ASM-FROM-DATE
           MOVE WS-TO-DATE       TO ASM-TO-DATE
           MOVE WS-METHOD        TO ASM-METHOD
           MOVE WS-SAMPLE-SIZE   TO ASM-SAMPLE-SIZE
           MOVE WS-SEED          TO ASM-SEED
           MOVE WS-POPULATION    TO ASM-POPULATION
           MOVE WS-SX-COUNT      TO ASM-STRATA
           MOVE WS-TAKEN-COUNT   TO ASM-SAMPLED
           MOVE WS-FORCED-COUNT  TO ASM-FORCED
           MOVE WS-BUSINESS-DATE TO ASM-DRAWN-DATE
           MOVE WS-OPERATOR-ID   TO ASM-DRAWN-BY
           WRITE AUDIT-SAMPLE-RECORD
               INVALID KEY
                   DISPLAY "Unable to record sample header - status "
                       AUDIT-SAMPLE-FILE-STATUS
           END-WRITE
           CLOSE AUDIT-SAMPLE-FILE.
