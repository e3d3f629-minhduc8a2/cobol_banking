       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT_SAMPLE_REPORT.

      *> Summary of one internal audit sample for the audit
      *> committee: how many items were tested, passed and failed,
      *> and the exception rate (fails over items reviewed) for
      *> every stratum - type, amount band, branch and keying
      *> operator - and for every operator across all strata. The
      *> overrides and reversals taken on top of the draw are rated
      *> on their own lines as well, since their rate is not a
      *> random estimate. Written to audit_sample_report.txt.

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
           SELECT AUDIT-REPORT-FILE ASSIGN TO
               "audit_sample_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-SAMPLE-FILE.
       COPY "audit_sample_record.cpy".

       FD AUDIT-REVIEW-FILE.
       COPY "audit_review_record.cpy".

       FD AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-SAMPLE-FILE-STATUS PIC XX.
       01 AUDIT-REVIEW-FILE-STATUS PIC XX.
       01 AUDIT-REPORT-FILE-STATUS PIC XX.
       01 WS-SAMPLE-ID     PIC 9(10).
      *> Items, reviewed and failed - per stratum, per operator, per
      *> reason for selection and for the sample as a whole.
       01 WS-STRATUM-TABLE.
           05 WS-SX OCCURS 2000 TIMES.
               10 WS-SX-KEY.
                   15 WS-SX-TXN-TYPE    PIC X(15).
                   15 WS-SX-AMOUNT-BAND PIC X(01).
                   15 WS-SX-BRANCH-CODE PIC X(04).
                   15 WS-SX-OPERATOR-ID PIC 9(10).
               10 WS-SX-ITEMS    PIC 9(6).
               10 WS-SX-REVIEWED PIC 9(6).
               10 WS-SX-FAILED   PIC 9(6).
       01 WS-SX-COUNT      PIC 9(4) VALUE 0.
       01 WS-SX-IDX        PIC 9(4).
       01 WS-OPERATOR-TABLE.
           05 WS-OX OCCURS 500 TIMES.
               10 WS-OX-OPERATOR-ID PIC 9(10).
               10 WS-OX-ITEMS    PIC 9(6).
               10 WS-OX-REVIEWED PIC 9(6).
               10 WS-OX-FAILED   PIC 9(6).
       01 WS-OX-COUNT      PIC 9(3) VALUE 0.
       01 WS-OX-IDX        PIC 9(3).
       01 WS-REASON-TABLE.
           05 WS-RX OCCURS 3 TIMES.
               10 WS-RX-ITEMS    PIC 9(6).
               10 WS-RX-REVIEWED PIC 9(6).
               10 WS-RX-FAILED   PIC 9(6).
       01 WS-RX-IDX        PIC 9.
       01 WS-TOTAL-ITEMS    PIC 9(6) VALUE 0.
       01 WS-TOTAL-REVIEWED PIC 9(6) VALUE 0.
       01 WS-TOTAL-FAILED   PIC 9(6) VALUE 0.
       01 WS-TABLE-FULL     PIC 9 VALUE 0.
       01 WS-FOUND          PIC 9 VALUE 0.
      *> One line of the rate tables.
       01 WS-LINE-ITEMS    PIC 9(6).
       01 WS-LINE-REVIEWED PIC 9(6).
       01 WS-LINE-FAILED   PIC 9(6).
       01 WS-LINE-LABEL    PIC X(50).
       01 WS-RATE          PIC 9(3)V9.
       01 WS-DISP-RATE     PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Internal audit sample summary."
           DISPLAY "----------------------------"
           OPEN INPUT AUDIT-SAMPLE-FILE
           IF AUDIT-SAMPLE-FILE-STATUS NOT = "00"
               DISPLAY "No audit samples have been drawn."
               GOBACK
           END-IF
           DISPLAY "Sample ID: "
           ACCEPT WS-SAMPLE-ID
           MOVE WS-SAMPLE-ID TO ASM-ID
           READ AUDIT-SAMPLE-FILE
               INVALID KEY
                   DISPLAY "No such sample."
                   CLOSE AUDIT-SAMPLE-FILE
                   GOBACK
           END-READ
           CLOSE AUDIT-SAMPLE-FILE
           OPEN INPUT AUDIT-REVIEW-FILE
           IF AUDIT-REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open audit_review.db - status "
                   AUDIT-REVIEW-FILE-STATUS
               GOBACK
           END-IF
           INITIALIZE WS-REASON-TABLE
           PERFORM TALLY-ITEMS THRU TALLY-ITEMS-EXIT
           CLOSE AUDIT-REVIEW-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE
           PERFORM WRITE-HEADING
           PERFORM WRITE-REASON-LINES
           PERFORM WRITE-STRATUM-LINES
           PERFORM WRITE-OPERATOR-LINES
           IF WS-TABLE-FULL = 1
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "Table limit reached - some strata or operators "
                   "are missing from the detail above."
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF
           CLOSE AUDIT-REPORT-FILE
           DISPLAY "Items:    " WS-TOTAL-ITEMS
           DISPLAY "Reviewed: " WS-TOTAL-REVIEWED
           DISPLAY "Failed:   " WS-TOTAL-FAILED
           DISPLAY "Report written to audit_sample_report.txt"
           GOBACK.

       TALLY-ITEMS.
           MOVE WS-SAMPLE-ID TO AR-SAMPLE-ID
           MOVE 0 TO AR-SEQ
           START AUDIT-REVIEW-FILE KEY IS >= AR-KEY
               INVALID KEY
                   GO TO TALLY-ITEMS-EXIT
           END-START
           PERFORM UNTIL AUDIT-REVIEW-FILE-STATUS = "10"
               READ AUDIT-REVIEW-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF AR-SAMPLE-ID NOT = WS-SAMPLE-ID
                           EXIT PERFORM
                       END-IF
                       PERFORM TALLY-ONE-ITEM
               END-READ
           END-PERFORM.
       TALLY-ITEMS-EXIT.
           EXIT.

       TALLY-ONE-ITEM.
           ADD 1 TO WS-TOTAL-ITEMS
           IF NOT AR-IS-PENDING
               ADD 1 TO WS-TOTAL-REVIEWED
           END-IF
           IF AR-IS-FAIL
               ADD 1 TO WS-TOTAL-FAILED
           END-IF
           EVALUATE TRUE
               WHEN AR-BY-OVERRIDE
                   MOVE 2 TO WS-RX-IDX
               WHEN AR-BY-REVERSAL
                   MOVE 3 TO WS-RX-IDX
               WHEN OTHER
                   MOVE 1 TO WS-RX-IDX
           END-EVALUATE
           ADD 1 TO WS-RX-ITEMS(WS-RX-IDX)
           IF NOT AR-IS-PENDING
               ADD 1 TO WS-RX-REVIEWED(WS-RX-IDX)
           END-IF
           IF AR-IS-FAIL
               ADD 1 TO WS-RX-FAILED(WS-RX-IDX)
           END-IF
           PERFORM TALLY-STRATUM THRU TALLY-STRATUM-EXIT
           PERFORM TALLY-OPERATOR THRU TALLY-OPERATOR-EXIT.

       TALLY-STRATUM.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                   UNTIL WS-SX-IDX > WS-SX-COUNT
               IF WS-SX-KEY(WS-SX-IDX) = AR-STRATUM
                   MOVE 1 TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               IF WS-SX-COUNT >= 2000
                   MOVE 1 TO WS-TABLE-FULL
                   GO TO TALLY-STRATUM-EXIT
               END-IF
               ADD 1 TO WS-SX-COUNT
               MOVE WS-SX-COUNT TO WS-SX-IDX
               MOVE AR-STRATUM TO WS-SX-KEY(WS-SX-IDX)
               MOVE 0 TO WS-SX-ITEMS(WS-SX-IDX)
               MOVE 0 TO WS-SX-REVIEWED(WS-SX-IDX)
               MOVE 0 TO WS-SX-FAILED(WS-SX-IDX)
           END-IF
           ADD 1 TO WS-SX-ITEMS(WS-SX-IDX)
           IF NOT AR-IS-PENDING
               ADD 1 TO WS-SX-REVIEWED(WS-SX-IDX)
           END-IF
           IF AR-IS-FAIL
               ADD 1 TO WS-SX-FAILED(WS-SX-IDX)
           END-IF.
       TALLY-STRATUM-EXIT.
           EXIT.

       TALLY-OPERATOR.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-OX-IDX FROM 1 BY 1
                   UNTIL WS-OX-IDX > WS-OX-COUNT
               IF WS-OX-OPERATOR-ID(WS-OX-IDX) = AR-OPERATOR-ID
                   MOVE 1 TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               IF WS-OX-COUNT >= 500
                   MOVE 1 TO WS-TABLE-FULL
                   GO TO TALLY-OPERATOR-EXIT
               END-IF
               ADD 1 TO WS-OX-COUNT
               MOVE WS-OX-COUNT TO WS-OX-IDX
               MOVE AR-OPERATOR-ID TO WS-OX-OPERATOR-ID(WS-OX-IDX)
               MOVE 0 TO WS-OX-ITEMS(WS-OX-IDX)
               MOVE 0 TO WS-OX-REVIEWED(WS-OX-IDX)
               MOVE 0 TO WS-OX-FAILED(WS-OX-IDX)
           END-IF
           ADD 1 TO WS-OX-ITEMS(WS-OX-IDX)
           IF NOT AR-IS-PENDING
               ADD 1 TO WS-OX-REVIEWED(WS-OX-IDX)
           END-IF
           IF AR-IS-FAIL
               ADD 1 TO WS-OX-FAILED(WS-OX-IDX)
           END-IF.
       TALLY-OPERATOR-EXIT.
           EXIT.

       WRITE-HEADING.
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "INTERNAL AUDIT SAMPLE " ASM-ID
               " - POSTINGS " ASM-FROM-DATE " TO " ASM-TO-DATE
               " - METHOD " ASM-METHOD " SIZE " ASM-SAMPLE-SIZE
               " SEED " ASM-SEED
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "Population " ASM-POPULATION
               "  strata " ASM-STRATA
               "  drawn " ASM-DRAWN-DATE " by operator " ASM-DRAWN-BY
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "Exception rate = failed / reviewed, in percent."
               TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "ALL ITEMS" TO WS-LINE-LABEL
           MOVE WS-TOTAL-ITEMS    TO WS-LINE-ITEMS
           MOVE WS-TOTAL-REVIEWED TO WS-LINE-REVIEWED
           MOVE WS-TOTAL-FAILED   TO WS-LINE-FAILED
           PERFORM WRITE-RATE-LINE.

       WRITE-REASON-LINES.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "BY REASON FOR SELECTION" TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM VARYING WS-RX-IDX FROM 1 BY 1 UNTIL WS-RX-IDX > 3
               EVALUATE WS-RX-IDX
                   WHEN 1
                       MOVE "SAMPLED" TO WS-LINE-LABEL
                   WHEN 2
                       MOVE "SUPERVISOR OVERRIDE" TO WS-LINE-LABEL
                   WHEN 3
                       MOVE "REVERSAL" TO WS-LINE-LABEL
               END-EVALUATE
               MOVE WS-RX-ITEMS(WS-RX-IDX)    TO WS-LINE-ITEMS
               MOVE WS-RX-REVIEWED(WS-RX-IDX) TO WS-LINE-REVIEWED
               MOVE WS-RX-FAILED(WS-RX-IDX)   TO WS-LINE-FAILED
               PERFORM WRITE-RATE-LINE
           END-PERFORM.

       WRITE-STRATUM-LINES.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "BY STRATUM (TYPE / BAND / BRANCH / OPERATOR)"
               TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                   UNTIL WS-SX-IDX > WS-SX-COUNT
               MOVE SPACES TO WS-LINE-LABEL
               STRING WS-SX-TXN-TYPE(WS-SX-IDX) " "
                   WS-SX-AMOUNT-BAND(WS-SX-IDX) " "
                   WS-SX-BRANCH-CODE(WS-SX-IDX) " "
                   WS-SX-OPERATOR-ID(WS-SX-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               MOVE WS-SX-ITEMS(WS-SX-IDX)    TO WS-LINE-ITEMS
               MOVE WS-SX-REVIEWED(WS-SX-IDX) TO WS-LINE-REVIEWED
               MOVE WS-SX-FAILED(WS-SX-IDX)   TO WS-LINE-FAILED
               PERFORM WRITE-RATE-LINE
           END-PERFORM.

       WRITE-OPERATOR-LINES.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "BY OPERATOR (0 = UNATTENDED BATCH)"
               TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM VARYING WS-OX-IDX FROM 1 BY 1
                   UNTIL WS-OX-IDX > WS-OX-COUNT
               MOVE SPACES TO WS-LINE-LABEL
               STRING "OPERATOR " WS-OX-OPERATOR-ID(WS-OX-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               MOVE WS-OX-ITEMS(WS-OX-IDX)    TO WS-LINE-ITEMS
               MOVE WS-OX-REVIEWED(WS-OX-IDX) TO WS-LINE-REVIEWED
               MOVE WS-OX-FAILED(WS-OX-IDX)   TO WS-LINE-FAILED
               PERFORM WRITE-RATE-LINE
           END-PERFORM.

       WRITE-RATE-LINE.
           MOVE 0 TO WS-RATE
           IF WS-LINE-REVIEWED > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-LINE-FAILED * 100 / WS-LINE-REVIEWED
           END-IF
           MOVE WS-RATE TO WS-DISP-RATE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING WS-LINE-LABEL
               " items " WS-LINE-ITEMS
               " reviewed " WS-LINE-REVIEWED
               " failed " WS-LINE-FAILED
               " rate " WS-DISP-RATE "%"
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.
