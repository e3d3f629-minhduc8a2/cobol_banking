       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMENT_PRINT_CONFIRM.

      *> Reads the print vendor's confirmation of a statement run,
      *> stmt_vendor_confirm.txt, one line per month:
      *>   CNF|YYYYMM|documents|envelopes|pages|dollars|vendor ref
      *> and checks the vendor's counts against the control totals
      *> STATEMENT_PRINT_RUN left on STATEMENT-MANIFEST-FILE. A month
      *> that agrees on every total is marked confirmed; one that
      *> does not is marked discrepant, its differences listed, and
      *> STATEMENT_PRINT_RUN will then produce it again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-FILE ASSIGN TO "stmt_vendor_confirm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT STATEMENT-MANIFEST-FILE ASSIGN TO
               "statement_manifest.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STMT-MONTH
               FILE STATUS IS STATEMENT-MANIFEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIRM-FILE.
       01 CONFIRM-LINE PIC X(120).

       FD STATEMENT-MANIFEST-FILE.
       COPY "statement_manifest_record.cpy".

       WORKING-STORAGE SECTION.
       01 CONFIRM-FILE-STATUS            PIC XX.
       01 STATEMENT-MANIFEST-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-CNF-TAG         PIC X(03).
       01 WS-CNF-MONTH       PIC X(10).
       01 WS-CNF-DOCUMENTS   PIC X(15).
       01 WS-CNF-ENVELOPES   PIC X(15).
       01 WS-CNF-PAGES       PIC X(15).
       01 WS-CNF-DOLLARS     PIC X(20).
       01 WS-CNF-REF         PIC X(20).
       01 WS-V-DOCUMENTS     PIC 9(7).
       01 WS-V-ENVELOPES     PIC 9(7).
       01 WS-V-PAGES         PIC 9(8).
       01 WS-V-DOLLARS       PIC S9(13)V99.
       01 WS-DIFFERENCES     PIC 9(2).
       01 WS-LINES-READ      PIC 9(5) VALUE 0.
       01 WS-CONFIRMED       PIC 9(5) VALUE 0.
       01 WS-DISCREPANT      PIC 9(5) VALUE 0.
       01 WS-REJECTED        PIC 9(5) VALUE 0.
       01 WS-DISP-TOTAL      PIC -(13)9.99.
       01 WS-DISP-VENDOR     PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Statement vendor confirmation."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN INPUT CONFIRM-FILE
           IF CONFIRM-FILE-STATUS NOT = "00"
               DISPLAY "No vendor confirmation file "
                   "(stmt_vendor_confirm.txt) to read."
               GOBACK
           END-IF
           OPEN I-O STATEMENT-MANIFEST-FILE
           IF STATEMENT-MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "No statement runs on the manifest."
               CLOSE CONFIRM-FILE
               GOBACK
           END-IF
           PERFORM UNTIL CONFIRM-FILE-STATUS = "10"
               READ CONFIRM-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM CONFIRM-ONE-MONTH
                           THRU CONFIRM-ONE-MONTH-EXIT
               END-READ
           END-PERFORM
           CLOSE CONFIRM-FILE
           CLOSE STATEMENT-MANIFEST-FILE
           DISPLAY "Lines read:   " WS-LINES-READ
           DISPLAY "Confirmed:    " WS-CONFIRMED
           DISPLAY "Discrepant:   " WS-DISCREPANT
           DISPLAY "Rejected:     " WS-REJECTED
           GOBACK.

       CONFIRM-ONE-MONTH.
           IF CONFIRM-LINE = SPACES
               GO TO CONFIRM-ONE-MONTH-EXIT
           END-IF
           MOVE SPACES TO WS-CNF-TAG WS-CNF-MONTH WS-CNF-DOCUMENTS
               WS-CNF-ENVELOPES WS-CNF-PAGES WS-CNF-DOLLARS WS-CNF-REF
           UNSTRING CONFIRM-LINE DELIMITED BY "|"
               INTO WS-CNF-TAG WS-CNF-MONTH WS-CNF-DOCUMENTS
                    WS-CNF-ENVELOPES WS-CNF-PAGES WS-CNF-DOLLARS
                    WS-CNF-REF
           END-UNSTRING
           IF WS-CNF-TAG NOT = "CNF"
               ADD 1 TO WS-REJECTED
               DISPLAY "Rejected - not a confirmation line: "
                   CONFIRM-LINE(1:60)
               GO TO CONFIRM-ONE-MONTH-EXIT
           END-IF
           IF WS-CNF-MONTH(1:6) IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(WS-CNF-DOCUMENTS) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-CNF-ENVELOPES) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-CNF-PAGES) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-CNF-DOLLARS) NOT = 0
               ADD 1 TO WS-REJECTED
               DISPLAY "Rejected - unreadable counts: "
                   CONFIRM-LINE(1:60)
               GO TO CONFIRM-ONE-MONTH-EXIT
           END-IF
           MOVE WS-CNF-MONTH(1:6) TO SM-STMT-MONTH
           READ STATEMENT-MANIFEST-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED
                   DISPLAY "Rejected - month " WS-CNF-MONTH(1:6)
                       " was never sent to the vendor."
                   GO TO CONFIRM-ONE-MONTH-EXIT
           END-READ
           IF SM-IS-CONFIRMED
               ADD 1 TO WS-REJECTED
               DISPLAY "Month " SM-STMT-MONTH " already confirmed "
                   "on " SM-CONFIRM-DATE " - line ignored."
               GO TO CONFIRM-ONE-MONTH-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-CNF-DOCUMENTS) TO WS-V-DOCUMENTS
           MOVE FUNCTION NUMVAL(WS-CNF-ENVELOPES) TO WS-V-ENVELOPES
           MOVE FUNCTION NUMVAL(WS-CNF-PAGES) TO WS-V-PAGES
           MOVE FUNCTION NUMVAL(WS-CNF-DOLLARS) TO WS-V-DOLLARS
           MOVE 0 TO WS-DIFFERENCES
           IF WS-V-DOCUMENTS NOT = SM-DOCUMENTS
               ADD 1 TO WS-DIFFERENCES
               DISPLAY "  " SM-STMT-MONTH " documents: sent "
                   SM-DOCUMENTS " vendor " WS-V-DOCUMENTS
           END-IF
           IF WS-V-ENVELOPES NOT = SM-ENVELOPES
               ADD 1 TO WS-DIFFERENCES
               DISPLAY "  " SM-STMT-MONTH " envelopes: sent "
                   SM-ENVELOPES " vendor " WS-V-ENVELOPES
           END-IF
           IF WS-V-PAGES NOT = SM-PAGES
               ADD 1 TO WS-DIFFERENCES
               DISPLAY "  " SM-STMT-MONTH " pages: sent "
                   SM-PAGES " vendor " WS-V-PAGES
           END-IF
           IF WS-V-DOLLARS NOT = SM-DOLLAR-TOTAL
               ADD 1 TO WS-DIFFERENCES
               MOVE SM-DOLLAR-TOTAL TO WS-DISP-TOTAL
               MOVE WS-V-DOLLARS TO WS-DISP-VENDOR
               DISPLAY "  " SM-STMT-MONTH " dollars: sent "
                   WS-DISP-TOTAL " vendor " WS-DISP-VENDOR
           END-IF
           MOVE WS-BUSINESS-DATE TO SM-CONFIRM-DATE
           MOVE WS-V-DOCUMENTS TO SM-CONFIRM-DOCUMENTS
           MOVE WS-V-ENVELOPES TO SM-CONFIRM-ENVELOPES
           MOVE WS-V-PAGES TO SM-CONFIRM-PAGES
           MOVE WS-V-DOLLARS TO SM-CONFIRM-DOLLARS
           MOVE WS-CNF-REF TO SM-VENDOR-REF
           IF WS-DIFFERENCES = 0
               MOVE "C" TO SM-STATUS
               ADD 1 TO WS-CONFIRMED
               DISPLAY "Month " SM-STMT-MONTH " confirmed by the "
                   "vendor (" WS-CNF-REF ")."
           ELSE
               MOVE "D" TO SM-STATUS
               ADD 1 TO WS-DISCREPANT
               DISPLAY "Month " SM-STMT-MONTH " DISCREPANT - "
                   WS-DIFFERENCES " total(s) disagree; hold the "
                   "mailing and rerun STATEMENT PRINT RUN."
           END-IF
           REWRITE STATEMENT-MANIFEST-RECORD
               INVALID KEY
                   DISPLAY "Manifest update failed for "
                       SM-STMT-MONTH
           END-REWRITE.
       CONFIRM-ONE-MONTH-EXIT.
           EXIT.
