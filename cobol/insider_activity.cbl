       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIDER_ACTIVITY.

      *> Nightly self-dealing report: everything an operator did
      *> during the business date on an account they are linked to
      *> in insiders.db - their own, or a declared related party's -
      *> goes to insider_activity_report.txt. Four trails are read:
      *> ledger postings in transaction.db (stamped with the
      *> operator who keyed them), supervisor overrides in
      *> override_log.db (the requesting operator and the one who
      *> granted it), fee waivers in fee_waivers.db (requested or
      *> approved) and hold releases in activity_journal.db. Each
      *> hit is checked against the link as it stood, so a link
      *> ended today still catches today's work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSIDER-FILE ASSIGN TO "insiders.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-KEY
               FILE STATUS IS INSIDER-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
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
           SELECT FEE-WAIVER-FILE ASSIGN TO "fee_waivers.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FW-ID
               FILE STATUS IS FEE-WAIVER-FILE-STATUS.
           SELECT ACTIVITY-JOURNAL-FILE ASSIGN TO "activity_journal.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AJ-ID
               FILE STATUS IS ACTIVITY-JOURNAL-FILE-STATUS.
           SELECT INSIDER-REPORT-FILE ASSIGN TO
               "insider_activity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSIDER-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSIDER-FILE.
       COPY "insider_record.cpy".

       FD OPERATOR-FILE.
       COPY "operator_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD OVERRIDE-LOG-FILE.
       COPY "override_log_record.cpy".

       FD FEE-WAIVER-FILE.
       COPY "fee_waiver_record.cpy".

       FD ACTIVITY-JOURNAL-FILE.
       COPY "activity_journal_record.cpy".

       FD INSIDER-REPORT-FILE.
       01 INSIDER-REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 INSIDER-FILE-STATUS          PIC XX.
       01 OPERATOR-FILE-STATUS         PIC XX.
       01 TRANSACTION-DB-FILE-STATUS   PIC XX.
       01 OVERRIDE-LOG-FILE-STATUS     PIC XX.
       01 FEE-WAIVER-FILE-STATUS       PIC XX.
       01 ACTIVITY-JOURNAL-FILE-STATUS PIC XX.
       01 INSIDER-REPORT-FILE-STATUS   PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-REPORT-ISO    PIC X(10).
      *> The operator and customer of the item being tested, and
      *> what the report says about it.
       01 WS-CHECK-OP-ID   PIC 9(10).
       01 WS-CHECK-USER-ID PIC 9(10).
       01 WS-CHECK-ROLE    PIC X(10).
       01 WS-LINKED        PIC 9 VALUE 0.
       01 WS-KIND          PIC X(12).
       01 WS-DETAIL        PIC X(60).
       01 WS-OP-NAME       PIC X(30).
       01 WS-RELATION-TEXT PIC X(10).
       01 WS-DISP-AMOUNT   PIC -(9)9.99.
       01 WS-OPERATORS-OPEN PIC 9 VALUE 0.
       01 WS-POSTING-COUNT  PIC 9(6) VALUE 0.
       01 WS-OVERRIDE-COUNT PIC 9(6) VALUE 0.
       01 WS-WAIVER-COUNT   PIC 9(6) VALUE 0.
       01 WS-JOURNAL-COUNT  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Insider activity report."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE WS-BUSINESS-DATE(1:4) TO WS-REPORT-ISO(1:4)
           MOVE "-"                   TO WS-REPORT-ISO(5:1)
           MOVE WS-BUSINESS-DATE(5:2) TO WS-REPORT-ISO(6:2)
           MOVE "-"                   TO WS-REPORT-ISO(8:1)
           MOVE WS-BUSINESS-DATE(7:2) TO WS-REPORT-ISO(9:2)
           OPEN INPUT INSIDER-FILE
           IF INSIDER-FILE-STATUS NOT = "00"
               DISPLAY "No insiders on file - nothing to report."
               GOBACK
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS = "00"
               MOVE 1 TO WS-OPERATORS-OPEN
           END-IF
           OPEN OUTPUT INSIDER-REPORT-FILE
           MOVE SPACES TO INSIDER-REPORT-LINE
           STRING "INSIDER ACTIVITY REPORT - BUSINESS DATE "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO INSIDER-REPORT-LINE
           WRITE INSIDER-REPORT-LINE
           MOVE SPACES TO INSIDER-REPORT-LINE
           STRING "Operator activity on the operator's own or a "
               "declared related party's accounts."
               DELIMITED BY SIZE INTO INSIDER-REPORT-LINE
           WRITE INSIDER-REPORT-LINE
           PERFORM SCAN-POSTINGS THRU SCAN-POSTINGS-EXIT
           PERFORM SCAN-OVERRIDES THRU SCAN-OVERRIDES-EXIT
           PERFORM SCAN-FEE-WAIVERS THRU SCAN-FEE-WAIVERS-EXIT
           PERFORM SCAN-ACTIVITY-JOURNAL THRU SCAN-ACTIVITY-JOURNAL-EXIT
           MOVE SPACES TO INSIDER-REPORT-LINE
           STRING "Postings " WS-POSTING-COUNT
               "  overrides " WS-OVERRIDE-COUNT
               "  fee waivers " WS-WAIVER-COUNT
               "  hold releases " WS-JOURNAL-COUNT
               DELIMITED BY SIZE INTO INSIDER-REPORT-LINE
           WRITE INSIDER-REPORT-LINE
           CLOSE INSIDER-REPORT-FILE
           IF WS-OPERATORS-OPEN = 1
               CLOSE OPERATOR-FILE
           END-IF
           CLOSE INSIDER-FILE
           DISPLAY "Insider postings:      " WS-POSTING-COUNT
           DISPLAY "Insider overrides:     " WS-OVERRIDE-COUNT
           DISPLAY "Insider fee waivers:   " WS-WAIVER-COUNT
           DISPLAY "Insider hold releases: " WS-JOURNAL-COUNT
           DISPLAY "Report written to insider_activity_report.txt"
           GOBACK.

      *> Is WS-CHECK-USER-ID the operator's own record or a related
      *> party of WS-CHECK-OP-ID's, on the report date?
       CHECK-LINK.
           MOVE 0 TO WS-LINKED
           IF WS-CHECK-OP-ID = 0
               GO TO CHECK-LINK-EXIT
           END-IF
           MOVE WS-CHECK-USER-ID TO INS-USER-ID
           MOVE WS-CHECK-OP-ID TO INS-OP-ID
           READ INSIDER-FILE
               INVALID KEY
                   GO TO CHECK-LINK-EXIT
           END-READ
           IF INS-START-DATE > WS-BUSINESS-DATE
               GO TO CHECK-LINK-EXIT
           END-IF
           IF INS-IS-ENDED AND INS-END-DATE < WS-BUSINESS-DATE
               GO TO CHECK-LINK-EXIT
           END-IF
           MOVE 1 TO WS-LINKED.
       CHECK-LINK-EXIT.
           EXIT.

       WRITE-HIT.
           MOVE SPACES TO WS-OP-NAME
           IF WS-OPERATORS-OPEN = 1
               MOVE WS-CHECK-OP-ID TO OP-ID
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE OP-NAME TO WS-OP-NAME
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN INS-IS-SELF
                   MOVE "OWN" TO WS-RELATION-TEXT
               WHEN INS-IS-RELATED
                   MOVE "RELATED" TO WS-RELATION-TEXT
               WHEN INS-IS-DIRECTOR
                   MOVE "DIRECTOR" TO WS-RELATION-TEXT
               WHEN INS-IS-OFFICER
                   MOVE "OFFICER" TO WS-RELATION-TEXT
           END-EVALUATE
           MOVE SPACES TO INSIDER-REPORT-LINE
           STRING "OP " WS-CHECK-OP-ID " " WS-OP-NAME " "
               WS-KIND " as " WS-CHECK-ROLE " on user "
               WS-CHECK-USER-ID " (" WS-RELATION-TEXT " "
               INS-DESCRIPTION ")"
               DELIMITED BY SIZE INTO INSIDER-REPORT-LINE
           WRITE INSIDER-REPORT-LINE
           MOVE SPACES TO INSIDER-REPORT-LINE
           STRING "    " WS-DETAIL
               DELIMITED BY SIZE INTO INSIDER-REPORT-LINE
           WRITE INSIDER-REPORT-LINE.

       SCAN-POSTINGS.
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               GO TO SCAN-POSTINGS-EXIT
           END-IF
           MOVE "POSTING" TO WS-KIND
           MOVE "KEYER" TO WS-CHECK-ROLE
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-DATE = WS-REPORT-ISO
                          AND TXN-OPERATOR-ID NOT = 0
                           PERFORM TEST-ONE-POSTING
                               THRU TEST-ONE-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-DB-FILE.
       SCAN-POSTINGS-EXIT.
           EXIT.

       TEST-ONE-POSTING.
           MOVE TXN-OPERATOR-ID TO WS-CHECK-OP-ID
           MOVE TXN-USER-ID TO WS-CHECK-USER-ID
           PERFORM CHECK-LINK THRU CHECK-LINK-EXIT
           IF WS-LINKED = 0
               GO TO TEST-ONE-POSTING-EXIT
           END-IF
           ADD 1 TO WS-POSTING-COUNT
           MOVE TXN-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-DETAIL
           STRING "TXN " TXN-ID " " TXN-TIME " " TXN-TYPE " "
               TXN-ACCOUNT-TYPE " " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL
           PERFORM WRITE-HIT.
       TEST-ONE-POSTING-EXIT.
           EXIT.

      *> An override names two operators - the one who asked and
      *> the supervisor who granted it - and either may be linked.
       SCAN-OVERRIDES.
           OPEN INPUT OVERRIDE-LOG-FILE
           IF OVERRIDE-LOG-FILE-STATUS NOT = "00"
               GO TO SCAN-OVERRIDES-EXIT
           END-IF
           MOVE "OVERRIDE" TO WS-KIND
           PERFORM UNTIL OVERRIDE-LOG-FILE-STATUS = "10"
               READ OVERRIDE-LOG-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF OV-DATE = WS-BUSINESS-DATE
                           PERFORM TEST-ONE-OVERRIDE
                               THRU TEST-ONE-OVERRIDE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-LOG-FILE.
       SCAN-OVERRIDES-EXIT.
           EXIT.

       TEST-ONE-OVERRIDE.
           MOVE OV-CUSTOMER-ID TO WS-CHECK-USER-ID
           MOVE OV-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-DETAIL
           STRING "Override " OV-ID " " OV-TIME " " OV-RULE " "
               WS-DISP-AMOUNT " granted " OV-GRANTED
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE OV-REQUESTING-OP TO WS-CHECK-OP-ID
           MOVE "REQUESTER" TO WS-CHECK-ROLE
           PERFORM CHECK-LINK THRU CHECK-LINK-EXIT
           IF WS-LINKED = 1
               ADD 1 TO WS-OVERRIDE-COUNT
               PERFORM WRITE-HIT
           END-IF
           IF OV-SUPERVISOR-ID = OV-REQUESTING-OP
               GO TO TEST-ONE-OVERRIDE-EXIT
           END-IF
           MOVE OV-SUPERVISOR-ID TO WS-CHECK-OP-ID
           MOVE "APPROVER" TO WS-CHECK-ROLE
           PERFORM CHECK-LINK THRU CHECK-LINK-EXIT
           IF WS-LINKED = 1
               ADD 1 TO WS-OVERRIDE-COUNT
               PERFORM WRITE-HIT
           END-IF.
       TEST-ONE-OVERRIDE-EXIT.
           EXIT.

      *> A waiver is reported on the day it was filed (against the
      *> teller who asked) and on the day it was approved (against
      *> the supervisor who approved it).
       SCAN-FEE-WAIVERS.
           OPEN INPUT FEE-WAIVER-FILE
           IF FEE-WAIVER-FILE-STATUS NOT = "00"
               GO TO SCAN-FEE-WAIVERS-EXIT
           END-IF
           MOVE "FEE WAIVER" TO WS-KIND
           PERFORM UNTIL FEE-WAIVER-FILE-STATUS = "10"
               READ FEE-WAIVER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TEST-ONE-WAIVER
               END-READ
           END-PERFORM
           CLOSE FEE-WAIVER-FILE.
       SCAN-FEE-WAIVERS-EXIT.
           EXIT.

       TEST-ONE-WAIVER.
           MOVE FW-USER-ID TO WS-CHECK-USER-ID
           MOVE FW-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-DETAIL
           STRING "Waiver " FW-ID " of TXN " FW-TXN-ID " "
               FW-TXN-TYPE " " WS-DISP-AMOUNT " status " FW-STATUS
               DELIMITED BY SIZE INTO WS-DETAIL
           IF FW-REQUEST-DATE = WS-BUSINESS-DATE
               MOVE FW-REQUESTED-BY TO WS-CHECK-OP-ID
               MOVE "REQUESTER" TO WS-CHECK-ROLE
               PERFORM CHECK-LINK THRU CHECK-LINK-EXIT
               IF WS-LINKED = 1
                   ADD 1 TO WS-WAIVER-COUNT
                   PERFORM WRITE-HIT
               END-IF
           END-IF
           IF FW-IS-APPROVED
              AND FW-DECISION-DATE = WS-BUSINESS-DATE
               MOVE FW-WORKED-BY TO WS-CHECK-OP-ID
               MOVE "APPROVER" TO WS-CHECK-ROLE
               PERFORM CHECK-LINK THRU CHECK-LINK-EXIT
               IF WS-LINKED = 1
                   ADD 1 TO WS-WAIVER-COUNT
                   PERFORM WRITE-HIT
               END-IF
           END-IF.

       SCAN-ACTIVITY-JOURNAL.
           OPEN INPUT ACTIVITY-JOURNAL-FILE
           IF ACTIVITY-JOURNAL-FILE-STATUS NOT = "00"
               GO TO SCAN-ACTIVITY-JOURNAL-EXIT
           END-IF
           MOVE "HOLD RELEASE" TO WS-KIND
           MOVE "OPERATOR" TO WS-CHECK-ROLE
           PERFORM UNTIL ACTIVITY-JOURNAL-FILE-STATUS = "10"
               READ ACTIVITY-JOURNAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF AJ-DATE = WS-REPORT-ISO
                          AND AJ-ACTION = "HOLD RELEASE"
                           PERFORM TEST-ONE-JOURNAL-ROW
                               THRU TEST-ONE-JOURNAL-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACTIVITY-JOURNAL-FILE.
       SCAN-ACTIVITY-JOURNAL-EXIT.
           EXIT.

       TEST-ONE-JOURNAL-ROW.
           MOVE AJ-OP-ID TO WS-CHECK-OP-ID
           MOVE AJ-TARGET-ID TO WS-CHECK-USER-ID
           PERFORM CHECK-LINK THRU CHECK-LINK-EXIT
           IF WS-LINKED = 0
               GO TO TEST-ONE-JOURNAL-ROW-EXIT
           END-IF
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE SPACES TO WS-DETAIL
           STRING "Journal " AJ-ID " " AJ-TIME " " AJ-ACTION
               DELIMITED BY SIZE INTO WS-DETAIL
           PERFORM WRITE-HIT.
       TEST-ONE-JOURNAL-ROW-EXIT.
           EXIT.
