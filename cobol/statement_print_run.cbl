       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMENT_PRINT_RUN.

      *> Month-end statement batch for the print vendor. Every
      *> account on balance.db (credit lines excepted - their bill
      *> comes from CREDIT_LINE_CYCLE) gets a statement of the
      *> statement month - the month before the business date, or
      *> STMT-PRINT-MONTH (YYYYMM) - in one vendor stream,
      *> statement_print.txt. Each document carries the address block
      *> from user.db (a minor's goes to the custodian, a household
      *> that asked for combined mailing uses the household's name
      *> and address) and breaks onto a new page every
      *> STMT-PAGE-LINES lines. Documents at the same address are
      *> householded into one envelope, and each envelope carries the
      *> vendor codes of the regulatory and marketing inserts that
      *> apply to what is in it (marketing never to a customer who
      *> opted out). Customers on e-statements are counted and left
      *> out; a hold-all, a bad or missing address, or a deceased
      *> customer lands on the suppression report instead. The
      *> stream's trailer and statement_manifest.txt carry the
      *> document, envelope, page and dollar (closing balance)
      *> control totals the vendor confirms back through
      *> STATEMENT_PRINT_CONFIRM; a month already sent is refused
      *> unless the vendor's confirmation disagreed.
      *> A deposit account's summary states the annual percentage
      *> yield earned for the month, worked out as STATEMENT_GENERATOR
      *> works it out; like that statement it also lists the month's
      *> item counts from item_usage.db and, for a goal savings pot,
      *> how far it has come toward its goal.
      *> Stream records are pipe-delimited - addresses carry commas:
      *>   HDR|month|period start|period end|run date|lines per page
      *>   ENV|envelope|documents|name|second name|address|inserts
      *>   DOC|document|envelope|account no|user|account type|holder
      *>   PAG|document|page
      *>   LIN|print line
      *>   END|document|pages|transactions|closing balance
      *>   TRL|documents|envelopes|pages|closing balance total

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT CONTACT-PREF-FILE ASSIGN TO "contact_prefs.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-USER-ID
               FILE STATUS IS CONTACT-PREF-FILE-STATUS.
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
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT SEGMENT-DB-FILE ASSIGN TO WS-SEGMENT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-ID
               ALTERNATE RECORD KEY IS SEG-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS SEGMENT-DB-FILE-STATUS.
           SELECT SEGMENT-CATALOG-FILE ASSIGN TO
               "ledger_segments.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSG-MONTH
               FILE STATUS IS SEGMENT-CATALOG-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.
           SELECT TXN-TYPE-FILE ASSIGN TO "txn_types.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TT-CODE
               FILE STATUS IS TXN-TYPE-FILE-STATUS.
           SELECT ITEM-USAGE-FILE ASSIGN TO "item_usage.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IU-KEY
               FILE STATUS IS ITEM-USAGE-FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "dispute.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-ID
               FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT STATEMENT-INSERT-FILE ASSIGN TO
               "statement_inserts.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-CODE
               FILE STATUS IS STATEMENT-INSERT-FILE-STATUS.
           SELECT STATEMENT-MANIFEST-FILE ASSIGN TO
               "statement_manifest.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STMT-MONTH
               FILE STATUS IS STATEMENT-MANIFEST-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "stmt_sort.tmp".
           SELECT PRINT-STREAM-FILE ASSIGN TO "statement_print.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-REPORT-FILE ASSIGN TO
               "statement_manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPRESS-REPORT-FILE ASSIGN TO
               "letter_suppression_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPRESS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD CONTACT-PREF-FILE.
       COPY "contact_pref_record.cpy".

       FD HOUSEHOLD-FILE.
       COPY "household_record.cpy".

       FD HOUSEHOLD-MEMBER-FILE.
       COPY "household_member_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD SEGMENT-DB-FILE.
       COPY "transaction_record.cpy"
           REPLACING LEADING ==TXN== BY ==SEG==
                     LEADING ==TRANSACTION== BY ==SEGMENT==.

       FD SEGMENT-CATALOG-FILE.
       COPY "ledger_segment_record.cpy".

       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       FD TXN-TYPE-FILE.
       COPY "txn_type_record.cpy".

       FD ITEM-USAGE-FILE.
       COPY "item_usage_record.cpy".

       FD DISPUTE-FILE.
       COPY "dispute_record.cpy".

       FD STATEMENT-INSERT-FILE.
       COPY "statement_insert_record.cpy".

       FD STATEMENT-MANIFEST-FILE.
       COPY "statement_manifest_record.cpy".

      *> One row per statement due, sorted so every document for one
      *> mailing address comes off the sort together.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-ADDRESS-KEY    PIC X(50).
           05 SW-USER-ID        PIC 9(10).
           05 SW-ACCOUNT-TYPE   PIC X(10).
           05 SW-ACCOUNT-NO     PIC 9(10).
           05 SW-HOLDER-NAME    PIC X(30).
           05 SW-MAIL-NAME      PIC X(30).
           05 SW-MAIL-ADDRESS   PIC X(50).
           05 SW-CUST-TYPE      PIC X(01).
           05 SW-NO-MARKETING   PIC X(01).
           05 SW-BALANCE        PIC S9(10)V99.

       FD PRINT-STREAM-FILE.
       01 PRINT-STREAM-LINE PIC X(200).

       FD MANIFEST-REPORT-FILE.
       01 MANIFEST-REPORT-LINE PIC X(100).

       FD SUPPRESS-REPORT-FILE.
       01 SUPPRESS-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS       PIC XX.
       01 USER-DB-FILE-STATUS          PIC XX.
       01 CONTACT-PREF-FILE-STATUS     PIC XX.
       01 HOUSEHOLD-FILE-STATUS        PIC XX.
       01 HOUSEHOLD-MEMBER-FILE-STATUS PIC XX.
       01 TRANSACTION-DB-FILE-STATUS   PIC XX.
       01 SEGMENT-DB-FILE-STATUS       PIC XX.
       01 SEGMENT-CATALOG-FILE-STATUS  PIC XX.
       01 BALANCE-HISTORY-FILE-STATUS  PIC XX.
       01 TXN-TYPE-FILE-STATUS         PIC XX.
       01 ITEM-USAGE-FILE-STATUS       PIC XX.
       01 DISPUTE-FILE-STATUS          PIC XX.
       01 STATEMENT-INSERT-FILE-STATUS PIC XX.
       01 STATEMENT-MANIFEST-FILE-STATUS PIC XX.
       01 SUPPRESS-REPORT-FILE-STATUS  PIC XX.
       01 WS-SEGMENT-NAME    PIC X(20) VALUE SPACES.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-PARAM-NAME      PIC X(20).
       01 WS-PARAM-VALUE     PIC X(30).
       01 WS-PARAM-FOUND     PIC 9 VALUE 0.
       01 WS-SORT-EOF        PIC 9 VALUE 0.
      *> The statement month and its period.
       01 WS-STMT-MONTH      PIC 9(6).
       01 WS-STMT-YEAR       PIC 9(4).
       01 WS-STMT-MM         PIC 9(2).
       01 WS-MONTH-X         PIC X(7).
       01 WS-PERIOD-START    PIC X(10).
       01 WS-PERIOD-END      PIC X(10).
       01 WS-PERIOD-END-N    PIC 9(8).
       01 WS-PERIOD-START-N  PIC 9(8).
       01 WS-PERIOD-DAYS     PIC 9(5).
       01 WS-NEXT-MONTH-N    PIC 9(8).
       01 WS-PAGE-LINES      PIC 9(3) VALUE 55.
       01 WS-RERUN           PIC 9 VALUE 0.
      *> The document being fed into the sort.
       01 WS-HOLDER-NAME     PIC X(30).
       01 WS-HOLDER-CUST-TYPE PIC X(01).
       01 WS-ADDRESSEE-ID    PIC 9(10).
       01 WS-CUSTODIAN-ID    PIC 9(10) VALUE 0.
       01 WS-IS-MINOR        PIC 9 VALUE 0.
       01 WS-PREF-CHANNEL    PIC X(01).
       01 WS-PREF-BAD-ADDR   PIC X(01).
       01 WS-PREF-NO-MKTG    PIC X(01).
       01 WS-SUPPRESS-REASON PIC X(12).
      *> The envelope being assembled: up to 20 documents at one
      *> address, then the envelope is closed and another opened.
       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 20 TIMES.
               10 WS-GRP-ADDRESS-KEY  PIC X(50).
               10 WS-GRP-USER-ID      PIC 9(10).
               10 WS-GRP-ACCOUNT-TYPE PIC X(10).
               10 WS-GRP-ACCOUNT-NO   PIC 9(10).
               10 WS-GRP-HOLDER-NAME  PIC X(30).
               10 WS-GRP-MAIL-NAME    PIC X(30).
               10 WS-GRP-MAIL-ADDRESS PIC X(50).
               10 WS-GRP-CUST-TYPE    PIC X(01).
               10 WS-GRP-NO-MARKETING PIC X(01).
               10 WS-GRP-BALANCE      PIC S9(10)V99.
       01 WS-GRP-COUNT       PIC 9(2) VALUE 0.
       01 WS-GRP-IX          PIC 9(2).
       01 WS-ENV-NAME-2      PIC X(30).
      *> The insert table, loaded once, and the codes chosen for the
      *> envelope in hand - the vendor's inserter has six stations.
       01 WS-INSERT-TABLE.
           05 WS-IT-ENTRY OCCURS 50 TIMES.
               10 WS-IT-CODE          PIC X(08).
               10 WS-IT-DESCRIPTION   PIC X(30).
               10 WS-IT-CLASS         PIC X(01).
               10 WS-IT-ACCOUNT-TYPE  PIC X(10).
               10 WS-IT-CUST-TYPE     PIC X(01).
               10 WS-IT-USED          PIC 9(7).
       01 WS-IT-COUNT        PIC 9(2) VALUE 0.
       01 WS-IT-IX           PIC 9(2).
       01 WS-PASS-CLASS      PIC X(01).
       01 WS-INSERT-MATCH    PIC 9 VALUE 0.
       01 WS-DOC-CUST-TYPE   PIC X(01).
       01 WS-ENV-INSERTS.
           05 WS-ENV-INSERT OCCURS 6 TIMES PIC X(08).
       01 WS-ENV-INSERT-COUNT PIC 9 VALUE 0.
       01 WS-MAX-STATIONS    PIC 9 VALUE 6.
      *> Open disputes, so a disputed line is flagged on paper the
      *> way STATEMENT_GENERATOR flags it.
       01 WS-DISPUTED-TXNS.
           05 WS-DISPUTED-TXN OCCURS 100 TIMES PIC 9(10).
       01 WS-DISPUTED-COUNT  PIC 9(3) VALUE 0.
       01 WS-DISPUTED-IDX    PIC 9(3).
       01 WS-IS-DISPUTED     PIC 9 VALUE 0.
       01 WS-TYPE-DESC       PIC X(25).
      *> The document in hand.
       01 WS-DOC-PAGE        PIC 9(5).
       01 WS-PAGE-USED       PIC 9(3).
       01 WS-DOC-LINES       PIC 9(6).
       01 WS-DOC-FIRST-SEEN  PIC 9 VALUE 0.
       01 WS-OPENING-BALANCE PIC S9(10)V99.
       01 WS-CLOSING-BALANCE PIC S9(10)V99.
       01 WS-LATER-MOVEMENT  PIC S9(12)V99.
       01 WS-DOC-CREDITS     PIC S9(12)V99.
       01 WS-DOC-DEBITS      PIC S9(12)V99.
       01 WS-DOC-INTEREST    PIC S9(12)V99.
       01 WS-AVG-BALANCE     PIC S9(12)V99.
       01 WS-SNAP-TOTAL      PIC S9(14)V99.
       01 WS-SNAP-COUNT      PIC 9(4).
       01 WS-APY-EARNED      PIC 9(3)V99.
       01 WS-DISP-APY        PIC ZZ9.99.
       01 WS-TEXT-LINE       PIC X(100).
      *> The month's item counts, as FEE_ASSESSMENT kept them.
       01 WS-ITEM-USAGE-OPEN PIC 9 VALUE 0.
       01 WS-IU-LINES        PIC 9(4) VALUE 0.
       01 WS-IU-COUNT-DISP   PIC ZZZZ9.
       01 WS-IU-FREE-DISP    PIC ZZZ9.
       01 WS-IU-CHARGED-DISP PIC ZZZZ9.
       01 WS-IU-FEE-DISP     PIC ZZZZZ9.99.
      *> Goal savings progress for a GOALSAVE statement.
       01 WS-GOAL-NAME       PIC X(30).
       01 WS-GOAL-TARGET     PIC 9(10)V99.
       01 WS-GOAL-RELEASE    PIC 9(8).
       01 WS-GOAL-PCT        PIC 9(3).
       01 WS-GOAL-FOUND      PIC 9 VALUE 0.
       01 WS-GOAL-PCT-DISP   PIC ZZ9.
      *> Run control totals.
       01 WS-DOCUMENTS       PIC 9(7) VALUE 0.
       01 WS-ENVELOPES       PIC 9(7) VALUE 0.
       01 WS-PAGES           PIC 9(8) VALUE 0.
       01 WS-TXN-LINES       PIC 9(8) VALUE 0.
       01 WS-DOLLAR-TOTAL    PIC S9(13)V99 VALUE 0.
       01 WS-ESTATEMENTS     PIC 9(7) VALUE 0.
       01 WS-HOLD-COUNT      PIC 9(7) VALUE 0.
       01 WS-BAD-ADDR-COUNT  PIC 9(7) VALUE 0.
       01 WS-DECEASED-COUNT  PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED      PIC 9(7) VALUE 0.
       01 WS-HOUSEHOLDED     PIC 9(7) VALUE 0.
       01 WS-INSERTS-DROPPED PIC 9(7) VALUE 0.
       01 WS-DISP-AMOUNT     PIC -(10)9.99.
       01 WS-DISP-BALANCE    PIC -(10)9.99.
       01 WS-DISP-TOTAL      PIC -(13)9.99.
       01 WS-DISP-COUNT      PIC Z(7)9.
       01 WS-ARCH-SOURCE   PIC X(30).
       01 WS-ARCH-TYPE     PIC X(20).
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Statement print run."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM SET-STATEMENT-PERIOD
           PERFORM CHECK-MONTH-NOT-SENT THRU CHECK-MONTH-NOT-SENT-EXIT
           IF WS-RERUN = 9
               GOBACK
           END-IF
           PERFORM LOAD-INSERT-TABLE THRU LOAD-INSERT-TABLE-EXIT
           PERFORM FIND-MONTH-SEGMENT THRU FIND-MONTH-SEGMENT-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ADDRESS-KEY SW-USER-ID
                                SW-ACCOUNT-TYPE
               INPUT PROCEDURE IS FEED-DOCUMENTS
               OUTPUT PROCEDURE IS PRINT-DOCUMENTS
           PERFORM WRITE-MANIFEST-REPORT
           PERFORM RECORD-MANIFEST
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "MONTH=" WS-STMT-MONTH
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           MOVE "statement_print.txt" TO WS-ARCH-SOURCE
           MOVE "STMT-PRINT" TO WS-ARCH-TYPE
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           MOVE "statement_manifest.txt" TO WS-ARCH-SOURCE
           MOVE "STMT-MANIFEST" TO WS-ARCH-TYPE
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Statements printed:  " WS-DOCUMENTS
           DISPLAY "Envelopes:           " WS-ENVELOPES
           DISPLAY "Pages:               " WS-PAGES
           MOVE WS-DOLLAR-TOTAL TO WS-DISP-TOTAL
           DISPLAY "Closing balances:    " WS-DISP-TOTAL
           DISPLAY "On e-statements:     " WS-ESTATEMENTS
           DISPLAY "Suppressed:          " WS-SUPPRESSED
           IF WS-INSERTS-DROPPED > 0
               DISPLAY "WARNING: " WS-INSERTS-DROPPED " insert(s) "
                   "left out - more than " WS-MAX-STATIONS
                   " applied to one envelope."
           END-IF
           DISPLAY "Print stream written to statement_print.txt, "
               "manifest to statement_manifest.txt"
           GOBACK.

      *> The month before the business date unless STMT-PRINT-MONTH
      *> names one; the period runs from its first to its last day.
       SET-STATEMENT-PERIOD.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-STMT-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-STMT-MM
           IF WS-STMT-MM = 1
               SUBTRACT 1 FROM WS-STMT-YEAR
               MOVE 12 TO WS-STMT-MM
           ELSE
               SUBTRACT 1 FROM WS-STMT-MM
           END-IF
           COMPUTE WS-STMT-MONTH = WS-STMT-YEAR * 100 + WS-STMT-MM
           MOVE "STMT-PRINT-MONTH" TO WS-PARAM-NAME
           MOVE WS-STMT-MONTH TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-VALUE(1:6) IS NUMERIC
              AND WS-PARAM-VALUE(5:2) >= "01"
              AND WS-PARAM-VALUE(5:2) <= "12"
               MOVE WS-PARAM-VALUE(1:6) TO WS-STMT-MONTH
           END-IF
           MOVE WS-STMT-MONTH(1:4) TO WS-STMT-YEAR
           MOVE WS-STMT-MONTH(5:2) TO WS-STMT-MM
           MOVE SPACES TO WS-MONTH-X
           STRING WS-STMT-MONTH(1:4) "-" WS-STMT-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-X
           MOVE SPACES TO WS-PERIOD-START
           STRING WS-MONTH-X "-01" DELIMITED BY SIZE
               INTO WS-PERIOD-START
           IF WS-STMT-MM = 12
               COMPUTE WS-NEXT-MONTH-N =
                   (WS-STMT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-N =
                   WS-STMT-YEAR * 10000 + (WS-STMT-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-PERIOD-END-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-N) - 1)
           COMPUTE WS-PERIOD-START-N = WS-STMT-MONTH * 100 + 1
           MOVE WS-PERIOD-END-N(7:2) TO WS-PERIOD-DAYS
           MOVE SPACES TO WS-PERIOD-END
           STRING WS-MONTH-X "-" WS-PERIOD-END-N(7:2)
               DELIMITED BY SIZE INTO WS-PERIOD-END
           MOVE "STMT-PAGE-LINES" TO WS-PARAM-NAME
           MOVE "55" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-PAGE-LINES
           END-IF
      *>   The first page's address block and headings take eleven
      *>   lines; a page shorter than that could never hold a line
      *>   of detail.
           IF WS-PAGE-LINES < 20
               MOVE 20 TO WS-PAGE-LINES
           END-IF
           DISPLAY "Statement month " WS-STMT-MONTH ": "
               WS-PERIOD-START " to " WS-PERIOD-END.

      *> A month goes to the vendor once. Only a month the vendor's
      *> confirmation disagreed with may be produced again.
       CHECK-MONTH-NOT-SENT.
           MOVE 0 TO WS-RERUN
           OPEN INPUT STATEMENT-MANIFEST-FILE
           IF STATEMENT-MANIFEST-FILE-STATUS NOT = "00"
               GO TO CHECK-MONTH-NOT-SENT-EXIT
           END-IF
           MOVE WS-STMT-MONTH TO SM-STMT-MONTH
           READ STATEMENT-MANIFEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SM-IS-DISCREPANT
                       MOVE 1 TO WS-RERUN
                       DISPLAY "Month " WS-STMT-MONTH " failed vendor "
                           "confirmation - producing it again."
                   ELSE
                       MOVE 9 TO WS-RERUN
                       DISPLAY "Statements for " WS-STMT-MONTH
                           " were already sent to the vendor on "
                           SM-RUN-DATE " - not produced again."
                   END-IF
           END-READ
           CLOSE STATEMENT-MANIFEST-FILE.
       CHECK-MONTH-NOT-SENT-EXIT.
           EXIT.

       LOAD-INSERT-TABLE.
           MOVE 0 TO WS-IT-COUNT
           OPEN INPUT STATEMENT-INSERT-FILE
           IF STATEMENT-INSERT-FILE-STATUS NOT = "00"
               GO TO LOAD-INSERT-TABLE-EXIT
           END-IF
           PERFORM UNTIL STATEMENT-INSERT-FILE-STATUS = "10"
               READ STATEMENT-INSERT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SI-FROM-DATE <= WS-PERIOD-END-N
                          AND SI-TO-DATE >= WS-PERIOD-END-N
                          AND WS-IT-COUNT < 50
                           ADD 1 TO WS-IT-COUNT
                           MOVE SI-CODE TO WS-IT-CODE(WS-IT-COUNT)
                           MOVE SI-DESCRIPTION
                               TO WS-IT-DESCRIPTION(WS-IT-COUNT)
                           MOVE SI-CLASS TO WS-IT-CLASS(WS-IT-COUNT)
                           MOVE SI-ACCOUNT-TYPE
                               TO WS-IT-ACCOUNT-TYPE(WS-IT-COUNT)
                           MOVE SI-CUST-TYPE
                               TO WS-IT-CUST-TYPE(WS-IT-COUNT)
                           MOVE 0 TO WS-IT-USED(WS-IT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-INSERT-FILE.
       LOAD-INSERT-TABLE-EXIT.
           EXIT.

      *> A statement month LEDGER_ROLLOVER has already carved out of
      *> the live file is read from its segment as well.
       FIND-MONTH-SEGMENT.
           MOVE SPACES TO WS-SEGMENT-NAME
           OPEN INPUT SEGMENT-CATALOG-FILE
           IF SEGMENT-CATALOG-FILE-STATUS NOT = "00"
               GO TO FIND-MONTH-SEGMENT-EXIT
           END-IF
           MOVE WS-MONTH-X TO LSG-MONTH
           READ SEGMENT-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LSG-FILE-NAME TO WS-SEGMENT-NAME
           END-READ
           CLOSE SEGMENT-CATALOG-FILE.
       FIND-MONTH-SEGMENT-EXIT.
           EXIT.

       WRITE-MANIFEST-REPORT.
           OPEN OUTPUT MANIFEST-REPORT-FILE
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "STATEMENT PRINT MANIFEST - MONTH " WS-STMT-MONTH
               "  RUN " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "Period " WS-PERIOD-START " to " WS-PERIOD-END
               "   stream statement_print.txt"
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE ALL "-" TO MANIFEST-REPORT-LINE(1:60)
           WRITE MANIFEST-REPORT-LINE
           MOVE "CONTROL TOTALS" TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-DOCUMENTS TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Documents               " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-ENVELOPES TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Envelopes               " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-PAGES TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Pages                   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-DOLLAR-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Closing balance total " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-TXN-LINES TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Transaction lines       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-HOUSEHOLDED TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Documents householded   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE "INSERTS" TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-IT-COUNT
               MOVE WS-IT-USED(WS-IT-IX) TO WS-DISP-COUNT
               MOVE SPACES TO MANIFEST-REPORT-LINE
               STRING "  " WS-IT-CODE(WS-IT-IX) " "
                   WS-IT-CLASS(WS-IT-IX) " "
                   WS-IT-DESCRIPTION(WS-IT-IX) " " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
           END-PERFORM
           IF WS-INSERTS-DROPPED > 0
               MOVE WS-INSERTS-DROPPED TO WS-DISP-COUNT
               MOVE SPACES TO MANIFEST-REPORT-LINE
               STRING "  Left out, no station    " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
           END-IF
           MOVE "NOT PRINTED" TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-ESTATEMENTS TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  E-statement customers   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-HOLD-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Mail held (hold-all)    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-BAD-ADDR-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Bad or missing address  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-DECEASED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING "  Deceased                " WS-DISP-COUNT
               DELIMITED BY SIZE INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE SPACES TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE "The vendor confirms documents, envelopes, pages and "
               TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE "the closing balance total back before mailing."
               TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           CLOSE MANIFEST-REPORT-FILE.

      *> The month's control totals, held for the vendor's
      *> confirmation - a rerun replaces the discrepant row.
       RECORD-MANIFEST.
           OPEN I-O STATEMENT-MANIFEST-FILE
           IF STATEMENT-MANIFEST-FILE-STATUS = "35"
               OPEN OUTPUT STATEMENT-MANIFEST-FILE
               CLOSE STATEMENT-MANIFEST-FILE
               OPEN I-O STATEMENT-MANIFEST-FILE
           END-IF
           INITIALIZE STATEMENT-MANIFEST-RECORD
           MOVE WS-STMT-MONTH    TO SM-STMT-MONTH
           MOVE WS-PERIOD-START  TO SM-PERIOD-START
           MOVE WS-PERIOD-END    TO SM-PERIOD-END
           MOVE WS-BUSINESS-DATE TO SM-RUN-DATE
           MOVE WS-DOCUMENTS     TO SM-DOCUMENTS
           MOVE WS-ENVELOPES     TO SM-ENVELOPES
           MOVE WS-PAGES         TO SM-PAGES
           MOVE WS-DOLLAR-TOTAL  TO SM-DOLLAR-TOTAL
           MOVE WS-ESTATEMENTS   TO SM-ESTATEMENTS
           MOVE WS-SUPPRESSED    TO SM-SUPPRESSED
           MOVE "S"              TO SM-STATUS
           MOVE SPACES           TO SM-VENDOR-REF
           WRITE STATEMENT-MANIFEST-RECORD
               INVALID KEY
                   REWRITE STATEMENT-MANIFEST-RECORD
           END-WRITE
           CLOSE STATEMENT-MANIFEST-FILE.

      *> Every account due a statement goes into the sort under its
      *> mailing address - or onto the suppression report.
       FEED-DOCUMENTS SECTION.
       FEED-DOCUMENTS-PARA.
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO FEED-DOCUMENTS-END
           END-IF
           OPEN INPUT USER-DB-FILE
           OPEN INPUT CONTACT-PREF-FILE
           OPEN INPUT HOUSEHOLD-FILE
           OPEN INPUT HOUSEHOLD-MEMBER-FILE
           OPEN EXTEND SUPPRESS-REPORT-FILE
           IF SUPPRESS-REPORT-FILE-STATUS = "35"
               OPEN OUTPUT SUPPRESS-REPORT-FILE
               CLOSE SUPPRESS-REPORT-FILE
               OPEN EXTEND SUPPRESS-REPORT-FILE
           END-IF
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM FEED-ONE-ACCOUNT
                           THRU FEED-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM
           CLOSE BALANCE-DB-FILE
           CLOSE USER-DB-FILE
           CLOSE CONTACT-PREF-FILE
           CLOSE HOUSEHOLD-FILE
           CLOSE HOUSEHOLD-MEMBER-FILE
           CLOSE SUPPRESS-REPORT-FILE.
       FEED-DOCUMENTS-END.
           EXIT.

      *> Off the sort one address at a time: the documents for an
      *> address gather into an envelope, and a change of address
      *> (or a full envelope) sends it to the stream.
       PRINT-DOCUMENTS SECTION.
       PRINT-DOCUMENTS-PARA.
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "transaction.db      " TRANSACTION-DB-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TXN-TYPE-FILE
           OPEN INPUT BALANCE-HISTORY-FILE
           OPEN INPUT ITEM-USAGE-FILE
           IF ITEM-USAGE-FILE-STATUS = "00"
               MOVE 1 TO WS-ITEM-USAGE-OPEN
           END-IF
           PERFORM LOAD-OPEN-DISPUTES THRU LOAD-OPEN-DISPUTES-EXIT
           OPEN OUTPUT PRINT-STREAM-FILE
           MOVE SPACES TO PRINT-STREAM-LINE
           STRING "HDR|" WS-STMT-MONTH "|" WS-PERIOD-START "|"
               WS-PERIOD-END "|" WS-BUSINESS-DATE "|" WS-PAGE-LINES
               DELIMITED BY SIZE INTO PRINT-STREAM-LINE
           WRITE PRINT-STREAM-LINE
           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 1
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 1 TO WS-SORT-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-DOCUMENT
               END-RETURN
           END-PERFORM
           IF WS-GRP-COUNT > 0
               PERFORM FLUSH-ENVELOPE
           END-IF
           MOVE WS-DOLLAR-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO PRINT-STREAM-LINE
           STRING "TRL|" WS-DOCUMENTS "|" WS-ENVELOPES "|" WS-PAGES
               "|" WS-DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-STREAM-LINE
           WRITE PRINT-STREAM-LINE
           CLOSE PRINT-STREAM-FILE
           IF TXN-TYPE-FILE-STATUS = "00"
               CLOSE TXN-TYPE-FILE
           END-IF
           IF BALANCE-HISTORY-FILE-STATUS NOT = "35"
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           IF WS-ITEM-USAGE-OPEN = 1
               CLOSE ITEM-USAGE-FILE
           END-IF
           CLOSE TRANSACTION-DB-FILE.
       PRINT-DOCUMENTS-END.
           EXIT.

       STATEMENT-ROUTINES SECTION.
       FEED-ONE-ACCOUNT.
           IF BALANCE-REC-ACCOUNT-TYPE = "CREDITLINE"
               GO TO FEED-ONE-ACCOUNT-EXIT
           END-IF
      *>   The bank's own rows have no customer behind them.
           MOVE BALANCE-REC-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   GO TO FEED-ONE-ACCOUNT-EXIT
           END-READ
           MOVE USER-REC-NAME TO WS-HOLDER-NAME
           MOVE USER-REC-CUST-TYPE TO WS-HOLDER-CUST-TYPE
           IF USER-IS-DECEASED
               MOVE "DECEASED" TO WS-SUPPRESS-REASON
               ADD 1 TO WS-DECEASED-COUNT
               PERFORM SUPPRESS-ONE-STATEMENT
               GO TO FEED-ONE-ACCOUNT-EXIT
           END-IF
      *>   A minor's statement is mailed to the custodian.
           MOVE BALANCE-REC-ID TO WS-ADDRESSEE-ID
           CALL "GET_CUSTODIAN" USING BALANCE-REC-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               MOVE WS-CUSTODIAN-ID TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       MOVE "NO CUSTODIAN" TO WS-SUPPRESS-REASON
                       ADD 1 TO WS-BAD-ADDR-COUNT
                       PERFORM SUPPRESS-ONE-STATEMENT
                       GO TO FEED-ONE-ACCOUNT-EXIT
               END-READ
               MOVE WS-CUSTODIAN-ID TO WS-ADDRESSEE-ID
           END-IF
           MOVE "M" TO WS-PREF-CHANNEL
           MOVE "N" TO WS-PREF-BAD-ADDR
           MOVE "N" TO WS-PREF-NO-MKTG
           MOVE WS-ADDRESSEE-ID TO CP-USER-ID
           READ CONTACT-PREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-CHANNEL TO WS-PREF-CHANNEL
                   MOVE CP-BAD-ADDRESS TO WS-PREF-BAD-ADDR
                   MOVE CP-MARKETING-OPT-OUT TO WS-PREF-NO-MKTG
           END-READ
           IF WS-PREF-CHANNEL = "E"
               ADD 1 TO WS-ESTATEMENTS
               GO TO FEED-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-PREF-CHANNEL = "H"
               MOVE "HOLD-ALL" TO WS-SUPPRESS-REASON
               ADD 1 TO WS-HOLD-COUNT
               PERFORM SUPPRESS-ONE-STATEMENT
               GO TO FEED-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-PREF-BAD-ADDR = "Y" OR USER-REC-ADDRESS = SPACES
               MOVE "BAD-ADDRESS" TO WS-SUPPRESS-REASON
               ADD 1 TO WS-BAD-ADDR-COUNT
               PERFORM SUPPRESS-ONE-STATEMENT
               GO TO FEED-ONE-ACCOUNT-EXIT
           END-IF
           MOVE USER-REC-NAME TO SW-MAIL-NAME
           MOVE USER-REC-ADDRESS TO SW-MAIL-ADDRESS
      *>   A household that asked for combined mailing gets its
      *>   members' statements under its own name and address.
           IF WS-IS-MINOR = 0
               PERFORM USE-HOUSEHOLD-ADDRESS
           END-IF
           MOVE FUNCTION UPPER-CASE(SW-MAIL-ADDRESS) TO SW-ADDRESS-KEY
           MOVE BALANCE-REC-ID TO SW-USER-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO SW-ACCOUNT-TYPE
           MOVE BALANCE-REC-ACCOUNT-NO TO SW-ACCOUNT-NO
           MOVE WS-HOLDER-NAME TO SW-HOLDER-NAME
           MOVE WS-HOLDER-CUST-TYPE TO SW-CUST-TYPE
           MOVE WS-PREF-NO-MKTG TO SW-NO-MARKETING
           MOVE BALANCE-REC-BALANCE TO SW-BALANCE
           RELEASE SORT-WORK-RECORD.
       FEED-ONE-ACCOUNT-EXIT.
           EXIT.

       USE-HOUSEHOLD-ADDRESS.
           MOVE BALANCE-REC-ID TO HHM-USER-ID
           READ HOUSEHOLD-MEMBER-FILE KEY IS HHM-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HHM-HOUSEHOLD-ID TO HH-ID
                   READ HOUSEHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF HH-IS-ACTIVE AND HH-WANTS-COMBINED
                              AND HH-ADDRESS NOT = SPACES
                               MOVE HH-NAME TO SW-MAIL-NAME
                               MOVE HH-ADDRESS TO SW-MAIL-ADDRESS
                           END-IF
                   END-READ
           END-READ.

      *> Reported, never silently swallowed - the same report the
      *> letter engine writes its suppressions to.
       SUPPRESS-ONE-STATEMENT.
           ADD 1 TO WS-SUPPRESSED
           MOVE SPACES TO SUPPRESS-REPORT-LINE
           STRING "SUPPRESSED statement " WS-STMT-MONTH " user "
               BALANCE-REC-ID " " BALANCE-REC-ACCOUNT-TYPE
               " reason " WS-SUPPRESS-REASON
               DELIMITED BY SIZE INTO SUPPRESS-REPORT-LINE
           WRITE SUPPRESS-REPORT-LINE.

       TAKE-ONE-DOCUMENT.
           IF WS-GRP-COUNT > 0
               IF SW-ADDRESS-KEY NOT = WS-GRP-ADDRESS-KEY(1)
                  OR WS-GRP-COUNT = 20
                   PERFORM FLUSH-ENVELOPE
               END-IF
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE SW-ADDRESS-KEY  TO WS-GRP-ADDRESS-KEY(WS-GRP-COUNT)
           MOVE SW-USER-ID      TO WS-GRP-USER-ID(WS-GRP-COUNT)
           MOVE SW-ACCOUNT-TYPE TO WS-GRP-ACCOUNT-TYPE(WS-GRP-COUNT)
           MOVE SW-ACCOUNT-NO   TO WS-GRP-ACCOUNT-NO(WS-GRP-COUNT)
           MOVE SW-HOLDER-NAME  TO WS-GRP-HOLDER-NAME(WS-GRP-COUNT)
           MOVE SW-MAIL-NAME    TO WS-GRP-MAIL-NAME(WS-GRP-COUNT)
           MOVE SW-MAIL-ADDRESS TO WS-GRP-MAIL-ADDRESS(WS-GRP-COUNT)
           MOVE SW-CUST-TYPE    TO WS-GRP-CUST-TYPE(WS-GRP-COUNT)
           MOVE SW-NO-MARKETING TO WS-GRP-NO-MARKETING(WS-GRP-COUNT)
           MOVE SW-BALANCE      TO WS-GRP-BALANCE(WS-GRP-COUNT).

      *> One envelope: its header with the address block and insert
      *> codes, then each document in it.
       FLUSH-ENVELOPE.
           ADD 1 TO WS-ENVELOPES
           IF WS-GRP-COUNT > 1
               COMPUTE WS-HOUSEHOLDED =
                   WS-HOUSEHOLDED + WS-GRP-COUNT - 1
           END-IF
           MOVE SPACES TO WS-ENV-NAME-2
           PERFORM VARYING WS-GRP-IX FROM 2 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-COUNT
                      OR WS-ENV-NAME-2 NOT = SPACES
               IF WS-GRP-MAIL-NAME(WS-GRP-IX) NOT = WS-GRP-MAIL-NAME(1)
                   MOVE WS-GRP-MAIL-NAME(WS-GRP-IX) TO WS-ENV-NAME-2
               END-IF
           END-PERFORM
           PERFORM PICK-ENVELOPE-INSERTS
           MOVE SPACES TO PRINT-STREAM-LINE
           STRING "ENV|" WS-ENVELOPES "|" WS-GRP-COUNT "|"
               WS-GRP-MAIL-NAME(1) "|" WS-ENV-NAME-2 "|"
               WS-GRP-MAIL-ADDRESS(1) "|"
               WS-ENV-INSERT(1) "|" WS-ENV-INSERT(2) "|"
               WS-ENV-INSERT(3) "|" WS-ENV-INSERT(4) "|"
               WS-ENV-INSERT(5) "|" WS-ENV-INSERT(6)
               DELIMITED BY SIZE INTO PRINT-STREAM-LINE
           WRITE PRINT-STREAM-LINE
           PERFORM PRINT-ONE-DOCUMENT
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-COUNT
           MOVE 0 TO WS-GRP-COUNT.

      *> Regulatory inserts claim stations first, then marketing;
      *> an insert goes in when any document in the envelope
      *> qualifies for it.
       PICK-ENVELOPE-INSERTS.
           MOVE SPACES TO WS-ENV-INSERTS
           MOVE 0 TO WS-ENV-INSERT-COUNT
           MOVE "R" TO WS-PASS-CLASS
           PERFORM CONSIDER-ONE-INSERT THRU CONSIDER-ONE-INSERT-EXIT
               VARYING WS-IT-IX FROM 1 BY 1
               UNTIL WS-IT-IX > WS-IT-COUNT
           MOVE "M" TO WS-PASS-CLASS
           PERFORM CONSIDER-ONE-INSERT THRU CONSIDER-ONE-INSERT-EXIT
               VARYING WS-IT-IX FROM 1 BY 1
               UNTIL WS-IT-IX > WS-IT-COUNT.

       CONSIDER-ONE-INSERT.
           IF WS-IT-CLASS(WS-IT-IX) NOT = WS-PASS-CLASS
               GO TO CONSIDER-ONE-INSERT-EXIT
           END-IF
           MOVE 0 TO WS-INSERT-MATCH
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-COUNT
                      OR WS-INSERT-MATCH = 1
               MOVE WS-GRP-CUST-TYPE(WS-GRP-IX) TO WS-DOC-CUST-TYPE
               IF WS-DOC-CUST-TYPE NOT = "B"
                   MOVE "I" TO WS-DOC-CUST-TYPE
               END-IF
               IF (WS-IT-ACCOUNT-TYPE(WS-IT-IX) = SPACES
                   OR WS-IT-ACCOUNT-TYPE(WS-IT-IX)
                      = WS-GRP-ACCOUNT-TYPE(WS-GRP-IX))
                  AND (WS-IT-CUST-TYPE(WS-IT-IX) = SPACES
                   OR WS-IT-CUST-TYPE(WS-IT-IX) = WS-DOC-CUST-TYPE)
                  AND (WS-PASS-CLASS = "R"
                   OR WS-GRP-NO-MARKETING(WS-GRP-IX) NOT = "Y")
                   MOVE 1 TO WS-INSERT-MATCH
               END-IF
           END-PERFORM
           IF WS-INSERT-MATCH = 0
               GO TO CONSIDER-ONE-INSERT-EXIT
           END-IF
           IF WS-ENV-INSERT-COUNT >= WS-MAX-STATIONS
               ADD 1 TO WS-INSERTS-DROPPED
               GO TO CONSIDER-ONE-INSERT-EXIT
           END-IF
           ADD 1 TO WS-ENV-INSERT-COUNT
           MOVE WS-IT-CODE(WS-IT-IX)
               TO WS-ENV-INSERT(WS-ENV-INSERT-COUNT)
           ADD 1 TO WS-IT-USED(WS-IT-IX).
       CONSIDER-ONE-INSERT-EXIT.
           EXIT.

      *> One account's statement: the month's transactions from the
      *> segment (if the month was rolled) and the live file, with
      *> opening and closing balances. A month with no movement
      *> still gets its balance - the current balance less anything
      *> posted since the period ended.
       PRINT-ONE-DOCUMENT.
           ADD 1 TO WS-DOCUMENTS
           MOVE 0 TO WS-DOC-PAGE
           MOVE 0 TO WS-DOC-LINES
           MOVE 0 TO WS-DOC-FIRST-SEEN
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE 0 TO WS-CLOSING-BALANCE
           MOVE 0 TO WS-LATER-MOVEMENT
           MOVE 0 TO WS-DOC-CREDITS
           MOVE 0 TO WS-DOC-DEBITS
           MOVE 0 TO WS-DOC-INTEREST
           MOVE SPACES TO PRINT-STREAM-LINE
           STRING "DOC|" WS-DOCUMENTS "|" WS-ENVELOPES "|"
               WS-GRP-ACCOUNT-NO(WS-GRP-IX) "|"
               WS-GRP-USER-ID(WS-GRP-IX) "|"
               WS-GRP-ACCOUNT-TYPE(WS-GRP-IX) "|"
               WS-GRP-HOLDER-NAME(WS-GRP-IX)
               DELIMITED BY SIZE INTO PRINT-STREAM-LINE
           WRITE PRINT-STREAM-LINE
           PERFORM START-NEW-PAGE
           IF WS-SEGMENT-NAME NOT = SPACES
               PERFORM SCAN-MONTH-SEGMENT THRU SCAN-MONTH-SEGMENT-EXIT
           END-IF
           PERFORM SCAN-LIVE-TRANSACTIONS
               THRU SCAN-LIVE-TRANSACTIONS-EXIT
           IF WS-DOC-FIRST-SEEN = 0
               COMPUTE WS-CLOSING-BALANCE =
                   WS-GRP-BALANCE(WS-GRP-IX) - WS-LATER-MOVEMENT
               MOVE WS-CLOSING-BALANCE TO WS-OPENING-BALANCE
               MOVE "No transactions this period." TO WS-TEXT-LINE
               PERFORM PUT-DOC-LINE
           END-IF
           MOVE ALL "-" TO WS-TEXT-LINE(1:60)
           PERFORM PUT-DOC-LINE
           MOVE WS-OPENING-BALANCE TO WS-DISP-BALANCE
           STRING "Opening balance    " WS-DISP-BALANCE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE
           MOVE WS-DOC-CREDITS TO WS-DISP-BALANCE
           STRING "Credits            " WS-DISP-BALANCE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE
           MOVE WS-DOC-DEBITS TO WS-DISP-BALANCE
           STRING "Debits             " WS-DISP-BALANCE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE
           MOVE WS-CLOSING-BALANCE TO WS-DISP-BALANCE
           STRING "Closing balance    " WS-DISP-BALANCE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE
           IF WS-GRP-ACCOUNT-TYPE(WS-GRP-IX) NOT = "LOAN"
               PERFORM PUT-APY-EARNED
           END-IF
           PERFORM PUT-ITEM-ACTIVITY THRU PUT-ITEM-ACTIVITY-EXIT
           PERFORM PUT-GOAL-PROGRESS THRU PUT-GOAL-PROGRESS-EXIT
           MOVE WS-CLOSING-BALANCE TO WS-DISP-BALANCE
           MOVE SPACES TO PRINT-STREAM-LINE
           STRING "END|" WS-DOCUMENTS "|" WS-DOC-PAGE "|"
               WS-DOC-LINES "|" WS-DISP-BALANCE
               DELIMITED BY SIZE INTO PRINT-STREAM-LINE
           WRITE PRINT-STREAM-LINE
           ADD WS-CLOSING-BALANCE TO WS-DOLLAR-TOTAL
           ADD WS-DOC-LINES TO WS-TXN-LINES.

      *> Interest credited in the month over the month's average
      *> daily balance, through COMPUTE_APY - an account with no
      *> snapshots takes its closing balance.
       PUT-APY-EARNED.
           MOVE 0 TO WS-SNAP-TOTAL
           MOVE 0 TO WS-SNAP-COUNT
           MOVE WS-CLOSING-BALANCE TO WS-AVG-BALANCE
           IF BALANCE-HISTORY-FILE-STATUS NOT = "35"
               MOVE WS-GRP-USER-ID(WS-GRP-IX) TO BH-BALANCE-ID
               MOVE WS-GRP-ACCOUNT-TYPE(WS-GRP-IX)
                   TO BH-BALANCE-ACCOUNT-TYPE
               MOVE WS-PERIOD-START-N TO BH-SNAPSHOT-DATE
               START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SUM-PERIOD-SNAPSHOTS
               END-START
           END-IF
           IF WS-SNAP-COUNT > 0
               COMPUTE WS-AVG-BALANCE ROUNDED =
                   WS-SNAP-TOTAL / WS-SNAP-COUNT
           END-IF
           CALL "COMPUTE_APY" USING WS-AVG-BALANCE WS-DOC-INTEREST
               WS-PERIOD-DAYS WS-APY-EARNED
           MOVE WS-DOC-INTEREST TO WS-DISP-BALANCE
           STRING "Interest paid      " WS-DISP-BALANCE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE
           MOVE WS-AVG-BALANCE TO WS-DISP-BALANCE
           STRING "Average daily bal. " WS-DISP-BALANCE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE
           MOVE WS-APY-EARNED TO WS-DISP-APY
           STRING "Annual percentage yield earned " WS-DISP-APY "%"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE.

      *> The statement month's item counts for the account, one line
      *> per transaction type, laid out as STATEMENT_GENERATOR lays
      *> them out.
       PUT-ITEM-ACTIVITY.
           MOVE 0 TO WS-IU-LINES
           IF WS-ITEM-USAGE-OPEN = 0
               GO TO PUT-ITEM-ACTIVITY-EXIT
           END-IF
           MOVE WS-GRP-USER-ID(WS-GRP-IX) TO IU-USER-ID
           MOVE WS-GRP-ACCOUNT-TYPE(WS-GRP-IX) TO IU-ACCOUNT-TYPE
           MOVE WS-STMT-MONTH TO IU-MONTH
           MOVE LOW-VALUES TO IU-TXN-TYPE
           START ITEM-USAGE-FILE KEY IS >= IU-KEY
               INVALID KEY
                   GO TO PUT-ITEM-ACTIVITY-EXIT
           END-START
           PERFORM UNTIL ITEM-USAGE-FILE-STATUS = "10"
               READ ITEM-USAGE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF IU-USER-ID NOT = WS-GRP-USER-ID(WS-GRP-IX)
                          OR IU-ACCOUNT-TYPE NOT =
                             WS-GRP-ACCOUNT-TYPE(WS-GRP-IX)
                          OR IU-MONTH NOT = WS-STMT-MONTH
                           EXIT PERFORM
                       END-IF
                       PERFORM PUT-ONE-ITEM-LINE
               END-READ
           END-PERFORM.
       PUT-ITEM-ACTIVITY-EXIT.
           EXIT.

       PUT-ONE-ITEM-LINE.
           IF WS-IU-LINES = 0
               MOVE "Item activity (items / free / charged / fee):"
                   TO WS-TEXT-LINE
               PERFORM PUT-DOC-LINE
           END-IF
           ADD 1 TO WS-IU-LINES
           MOVE IU-TXN-TYPE TO TXN-TYPE
           PERFORM LOOKUP-TYPE-DESC
           MOVE IU-ITEM-COUNT TO WS-IU-COUNT-DISP
           MOVE IU-FREE-ITEMS TO WS-IU-FREE-DISP
           MOVE IU-CHARGED-ITEMS TO WS-IU-CHARGED-DISP
           MOVE IU-FEE-CHARGED TO WS-IU-FEE-DISP
           IF IU-IS-WAIVED
               STRING "  " WS-TYPE-DESC " "
                   WS-IU-COUNT-DISP " " WS-IU-FREE-DISP " "
                   WS-IU-CHARGED-DISP "    WAIVED"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
           ELSE
               STRING "  " WS-TYPE-DESC " "
                   WS-IU-COUNT-DISP " " WS-IU-FREE-DISP " "
                   WS-IU-CHARGED-DISP " " WS-IU-FEE-DISP
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-IF
           PERFORM PUT-DOC-LINE.

      *> A goal savings pot shows the goal, its release date and how
      *> far the closing balance has come toward the target.
       PUT-GOAL-PROGRESS.
           IF WS-GRP-ACCOUNT-TYPE(WS-GRP-IX) NOT = "GOALSAVE"
               GO TO PUT-GOAL-PROGRESS-EXIT
           END-IF
           CALL "GET_GOAL_PROGRESS" USING WS-GRP-USER-ID(WS-GRP-IX)
               WS-CLOSING-BALANCE WS-GOAL-NAME WS-GOAL-TARGET
               WS-GOAL-RELEASE WS-GOAL-PCT WS-GOAL-FOUND
           IF WS-GOAL-FOUND = 0
               GO TO PUT-GOAL-PROGRESS-EXIT
           END-IF
           STRING "Savings goal: " WS-GOAL-NAME
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE
           MOVE WS-GOAL-TARGET TO WS-DISP-BALANCE
           MOVE WS-GOAL-PCT TO WS-GOAL-PCT-DISP
           STRING "Goal target: " WS-DISP-BALANCE " by "
               WS-GOAL-RELEASE " - " WS-GOAL-PCT-DISP "% saved"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           PERFORM PUT-DOC-LINE.
       PUT-GOAL-PROGRESS-EXIT.
           EXIT.

       SUM-PERIOD-SNAPSHOTS.
           PERFORM UNTIL BALANCE-HISTORY-FILE-STATUS = "10"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BH-BALANCE-ID NOT = WS-GRP-USER-ID(WS-GRP-IX)
                          OR BH-BALANCE-ACCOUNT-TYPE NOT =
                             WS-GRP-ACCOUNT-TYPE(WS-GRP-IX)
                          OR BH-SNAPSHOT-DATE > WS-PERIOD-END-N
                           EXIT PERFORM
                       END-IF
                       ADD BH-BALANCE TO WS-SNAP-TOTAL
                       ADD 1 TO WS-SNAP-COUNT
               END-READ
           END-PERFORM
      *>   Reposition for the next account's START.
           MOVE "00" TO BALANCE-HISTORY-FILE-STATUS.

      *> Every page opens with a PAG record; the first carries the
      *> address block, later ones a continuation heading.
       START-NEW-PAGE.
           ADD 1 TO WS-DOC-PAGE
           ADD 1 TO WS-PAGES
           MOVE 0 TO WS-PAGE-USED
           MOVE SPACES TO PRINT-STREAM-LINE
           STRING "PAG|" WS-DOCUMENTS "|" WS-DOC-PAGE
               DELIMITED BY SIZE INTO PRINT-STREAM-LINE
           WRITE PRINT-STREAM-LINE
           IF WS-DOC-PAGE = 1
               MOVE WS-GRP-MAIL-NAME(WS-GRP-IX) TO WS-TEXT-LINE
               PERFORM PUT-PAGE-LINE
               MOVE WS-GRP-MAIL-ADDRESS(WS-GRP-IX) TO WS-TEXT-LINE
               PERFORM PUT-PAGE-LINE
               PERFORM PUT-PAGE-LINE
               MOVE "STATEMENT OF ACCOUNT" TO WS-TEXT-LINE
               PERFORM PUT-PAGE-LINE
               STRING "Account holder: "
                   WS-GRP-HOLDER-NAME(WS-GRP-IX)
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               PERFORM PUT-PAGE-LINE
               STRING "Account: " WS-GRP-ACCOUNT-TYPE(WS-GRP-IX)
                   " #" WS-GRP-ACCOUNT-NO(WS-GRP-IX)
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               PERFORM PUT-PAGE-LINE
               STRING "Period: " WS-PERIOD-START " to "
                   WS-PERIOD-END
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               PERFORM PUT-PAGE-LINE
               MOVE ALL "-" TO WS-TEXT-LINE(1:60)
               PERFORM PUT-PAGE-LINE
           ELSE
               STRING WS-GRP-HOLDER-NAME(WS-GRP-IX) " - "
                   WS-GRP-ACCOUNT-TYPE(WS-GRP-IX) " #"
                   WS-GRP-ACCOUNT-NO(WS-GRP-IX) " (continued) page "
                   WS-DOC-PAGE
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               PERFORM PUT-PAGE-LINE
           END-IF
           MOVE "Date       Description                     Amount"
               TO WS-TEXT-LINE
           MOVE "Balance" TO WS-TEXT-LINE(59:7)
           PERFORM PUT-PAGE-LINE.

      *> Detail lines break onto a new page when this one is full.
       PUT-DOC-LINE.
           IF WS-PAGE-USED >= WS-PAGE-LINES
               PERFORM START-NEW-PAGE
           END-IF
           PERFORM PUT-PAGE-LINE.

       PUT-PAGE-LINE.
           MOVE SPACES TO PRINT-STREAM-LINE
           STRING "LIN|" WS-TEXT-LINE
               DELIMITED BY SIZE INTO PRINT-STREAM-LINE
           WRITE PRINT-STREAM-LINE
           ADD 1 TO WS-PAGE-USED
           MOVE SPACES TO WS-TEXT-LINE.

       SCAN-MONTH-SEGMENT.
           OPEN INPUT SEGMENT-DB-FILE
           IF SEGMENT-DB-FILE-STATUS NOT = "00"
               GO TO SCAN-MONTH-SEGMENT-EXIT
           END-IF
           MOVE WS-GRP-USER-ID(WS-GRP-IX) TO SEG-ALT-USER-ID
           MOVE WS-GRP-ACCOUNT-TYPE(WS-GRP-IX) TO SEG-ALT-ACCOUNT-TYPE
           MOVE WS-PERIOD-START TO SEG-ALT-DATE
           START SEGMENT-DB-FILE KEY IS >= SEG-ALT-KEY
               INVALID KEY
                   MOVE "10" TO SEGMENT-DB-FILE-STATUS
           END-START
           PERFORM UNTIL SEGMENT-DB-FILE-STATUS = "10"
               READ SEGMENT-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SEG-ALT-USER-ID NOT =
                          WS-GRP-USER-ID(WS-GRP-IX)
                          OR SEG-ALT-ACCOUNT-TYPE NOT =
                             WS-GRP-ACCOUNT-TYPE(WS-GRP-IX)
                          OR SEG-ALT-DATE > WS-PERIOD-END
                           EXIT PERFORM
                       END-IF
                       MOVE SEGMENT-DB-RECORD
                           TO TRANSACTION-DB-RECORD
                       PERFORM TAKE-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE SEGMENT-DB-FILE.
       SCAN-MONTH-SEGMENT-EXIT.
           EXIT.

      *> From the period start to the account's last row: rows in
      *> the period print, rows after it are only summed.
       SCAN-LIVE-TRANSACTIONS.
           MOVE WS-GRP-USER-ID(WS-GRP-IX) TO TXN-ALT-USER-ID
           MOVE WS-GRP-ACCOUNT-TYPE(WS-GRP-IX) TO TXN-ALT-ACCOUNT-TYPE
           MOVE WS-PERIOD-START TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS >= TXN-ALT-KEY
               INVALID KEY
                   GO TO SCAN-LIVE-TRANSACTIONS-EXIT
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-ALT-USER-ID NOT =
                          WS-GRP-USER-ID(WS-GRP-IX)
                          OR TXN-ALT-ACCOUNT-TYPE NOT =
                             WS-GRP-ACCOUNT-TYPE(WS-GRP-IX)
                           EXIT PERFORM
                       END-IF
                       IF TXN-ALT-DATE > WS-PERIOD-END
                           ADD TXN-AMOUNT TO WS-LATER-MOVEMENT
                       ELSE
                           PERFORM TAKE-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TRANSACTION-DB-FILE-STATUS.
       SCAN-LIVE-TRANSACTIONS-EXIT.
           EXIT.

       TAKE-ONE-TRANSACTION.
           IF WS-DOC-FIRST-SEEN = 0
               COMPUTE WS-OPENING-BALANCE =
                   TXN-RESULT-BALANCE - TXN-AMOUNT
               MOVE 1 TO WS-DOC-FIRST-SEEN
           END-IF
           MOVE TXN-RESULT-BALANCE TO WS-CLOSING-BALANCE
           IF TXN-TYPE = "INTEREST"
               ADD TXN-AMOUNT TO WS-DOC-INTEREST
           END-IF
           IF TXN-AMOUNT < 0
               ADD TXN-AMOUNT TO WS-DOC-DEBITS
           ELSE
               ADD TXN-AMOUNT TO WS-DOC-CREDITS
           END-IF
           ADD 1 TO WS-DOC-LINES
           PERFORM LOOKUP-TYPE-DESC
           PERFORM CHECK-IF-DISPUTED
           MOVE TXN-AMOUNT TO WS-DISP-AMOUNT
           MOVE TXN-RESULT-BALANCE TO WS-DISP-BALANCE
           IF WS-IS-DISPUTED = 1
               STRING TXN-DATE " " WS-TYPE-DESC " " WS-DISP-AMOUNT
                   " " WS-DISP-BALANCE " *DISPUTED*"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
           ELSE
               STRING TXN-DATE " " WS-TYPE-DESC " " WS-DISP-AMOUNT
                   " " WS-DISP-BALANCE
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-IF
           PERFORM PUT-DOC-LINE.

       LOOKUP-TYPE-DESC.
           MOVE TXN-TYPE TO WS-TYPE-DESC
           IF TXN-TYPE-FILE-STATUS = "00"
              OR TXN-TYPE-FILE-STATUS = "23"
               MOVE TXN-TYPE TO TT-CODE
               READ TXN-TYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TT-DESCRIPTION TO WS-TYPE-DESC
               END-READ
           END-IF.

       LOAD-OPEN-DISPUTES.
           MOVE 0 TO WS-DISPUTED-COUNT
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS NOT = "00"
               GO TO LOAD-OPEN-DISPUTES-EXIT
           END-IF
           PERFORM UNTIL DISPUTE-FILE-STATUS = "10"
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF DP-IS-OPEN AND WS-DISPUTED-COUNT < 100
                           ADD 1 TO WS-DISPUTED-COUNT
                           MOVE DP-TXN-ID TO
                               WS-DISPUTED-TXN(WS-DISPUTED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.
       LOAD-OPEN-DISPUTES-EXIT.
           EXIT.

       CHECK-IF-DISPUTED.
           MOVE 0 TO WS-IS-DISPUTED
           PERFORM VARYING WS-DISPUTED-IDX FROM 1 BY 1
                   UNTIL WS-DISPUTED-IDX > WS-DISPUTED-COUNT
               IF WS-DISPUTED-TXN(WS-DISPUTED-IDX) = TXN-ID
                   MOVE 1 TO WS-IS-DISPUTED
               END-IF
           END-PERFORM.
