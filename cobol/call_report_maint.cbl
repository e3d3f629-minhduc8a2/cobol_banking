       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALL_REPORT_MAINT.

      *> Supervisor maintenance for CALL-REPORT-MAP-FILE: which
      *> regulatory report line each GL account, deposit product,
      *> loan category and term deposit maturity band feeds, and the
      *> check group it proves in. When the chart of accounts or the
      *> product list changes, finance remaps here instead of
      *> re-adding the report by hand. An empty file can be seeded
      *> with the standard mapping for the seeded chart. Every change
      *> goes to the standing-data audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-REPORT-MAP-FILE ASSIGN TO "call_report_map.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRM-KEY
               FILE STATUS IS CALL-REPORT-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALL-REPORT-MAP-FILE.
       COPY "call_report_map_record.cpy".

       WORKING-STORAGE SECTION.
       01 CALL-REPORT-MAP-FILE-STATUS PIC XX.
       01 CHOICE                PIC 9 VALUE 0.
       01 WS-ROW-COUNT          PIC 9(4) VALUE 0.
       01 WS-SEED-CONFIRM       PIC X.
       01 WS-SOURCE-INPUT       PIC X(01).
       01 WS-CODE-INPUT         PIC X(10).
       01 WS-VALID              PIC 9 VALUE 0.
       01 WS-RC-PROGRAM         PIC X(20) VALUE "CALL_REPORT_MAINT".
       01 WS-RC-KEY             PIC X(30).
       01 WS-RC-FIELD           PIC X(20) VALUE "CALL REPORT LINE".
       01 WS-RC-OLD             PIC X(30).
       01 WS-RC-NEW             PIC X(30).
      *> The standard mapping: every account in the seeded chart,
      *> the deposit products, the loan categories and the maturity
      *> bands. Source, code, schedule, line, description, sign and
      *> check group as laid out in CALL-REPORT-MAP-RECORD.
       01 WS-SEED-TABLE.
           05 FILLER PIC X(21) VALUE "G100100    RC  1     ".
           05 FILLER PIC X(45) VALUE
               "Cash and balances due from banks        D    ".
           05 FILLER PIC X(21) VALUE "G100200    RC  1     ".
           05 FILLER PIC X(45) VALUE
               "Cash and balances due from banks        D    ".
           05 FILLER PIC X(21) VALUE "G100900    RC  11    ".
           05 FILLER PIC X(45) VALUE
               "Other assets                            D    ".
           05 FILLER PIC X(21) VALUE "G110900    RC  4.c   ".
           05 FILLER PIC X(45) VALUE
               "Allowance for loan and lease losses     C    ".
           05 FILLER PIC X(21) VALUE "G200100    RC  13.a  ".
           05 FILLER PIC X(45) VALUE
               "Deposits                                CDEP ".
           05 FILLER PIC X(21) VALUE "G290100    RC  26.a  ".
           05 FILLER PIC X(45) VALUE
               "Retained earnings                       C    ".
           05 FILLER PIC X(21) VALUE "G300100    RI  5.b   ".
           05 FILLER PIC X(45) VALUE
               "Service charges on deposit accounts     C    ".
           05 FILLER PIC X(21) VALUE "G400100    RI  2.a   ".
           05 FILLER PIC X(45) VALUE
               "Interest on deposits                    D    ".
           05 FILLER PIC X(21) VALUE "G410100    RI  4     ".
           05 FILLER PIC X(45) VALUE
               "Provision for loan and lease losses     D    ".
           05 FILLER PIC X(21) VALUE "DCHECKING  RC-E1     ".
           05 FILLER PIC X(45) VALUE
               "Transaction accounts                    CDEP ".
           05 FILLER PIC X(21) VALUE "DSAVINGS   RC-E2.a   ".
           05 FILLER PIC X(45) VALUE
               "Savings deposits                        CDEP ".
           05 FILLER PIC X(21) VALUE "DRETIREMENTRC-E2.b   ".
           05 FILLER PIC X(45) VALUE
               "Retirement savings deposits             CDEP ".
           05 FILLER PIC X(21) VALUE "DTERMDEP   RC-E2.c   ".
           05 FILLER PIC X(45) VALUE
               "Time deposits                           CDEP ".
           05 FILLER PIC X(21) VALUE "DLOAN      X         ".
           05 FILLER PIC X(45) VALUE
               "Loan accounts - not deposits            C    ".
           05 FILLER PIC X(21) VALUE "DCREDITLINEX         ".
           05 FILLER PIC X(45) VALUE
               "Credit lines - not deposits             C    ".
           05 FILLER PIC X(21) VALUE "LREALESTATERC-C1     ".
           05 FILLER PIC X(45) VALUE
               "Loans secured by real estate            DLOAN".
           05 FILLER PIC X(21) VALUE "LCOMMERCIALRC-C4     ".
           05 FILLER PIC X(45) VALUE
               "Commercial and industrial loans         DLOAN".
           05 FILLER PIC X(21) VALUE "LAUTO      RC-C6.c   ".
           05 FILLER PIC X(45) VALUE
               "Automobile loans                        DLOAN".
           05 FILLER PIC X(21) VALUE "LCONSUMER  RC-C6.d   ".
           05 FILLER PIC X(45) VALUE
               "Other consumer loans                    DLOAN".
           05 FILLER PIC X(21) VALUE "TUP-TO-3M  RC-T1     ".
           05 FILLER PIC X(45) VALUE
               "Maturing in 3 months or less            C    ".
           05 FILLER PIC X(21) VALUE "T3M-TO-1Y  RC-T2     ".
           05 FILLER PIC X(45) VALUE
               "Maturing over 3 months to 1 year        C    ".
           05 FILLER PIC X(21) VALUE "T1Y-TO-3Y  RC-T3     ".
           05 FILLER PIC X(45) VALUE
               "Maturing over 1 year to 3 years         C    ".
           05 FILLER PIC X(21) VALUE "TOVER-3Y   RC-T4     ".
           05 FILLER PIC X(45) VALUE
               "Maturing over 3 years                   C    ".
       01 WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 23 TIMES.
               10 WS-SEED-SOURCE   PIC X(01).
               10 WS-SEED-CODE     PIC X(10).
               10 WS-SEED-SCHEDULE PIC X(04).
               10 WS-SEED-LINE     PIC X(06).
               10 WS-SEED-DESC     PIC X(40).
               10 WS-SEED-SIGN     PIC X(01).
               10 WS-SEED-GROUP    PIC X(04).
       01 WS-SEED-IDX           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Call report mapping maintenance."
           DISPLAY "----------------------------"
           OPEN I-O CALL-REPORT-MAP-FILE
           IF CALL-REPORT-MAP-FILE-STATUS = "35"
               OPEN OUTPUT CALL-REPORT-MAP-FILE
               CLOSE CALL-REPORT-MAP-FILE
               OPEN I-O CALL-REPORT-MAP-FILE
           END-IF
           PERFORM OFFER-SEED-IF-EMPTY
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List mappings"
               DISPLAY "2. Add / update mapping"
               DISPLAY "3. Delete mapping"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-MAPPINGS THRU LIST-MAPPINGS-EXIT
                   WHEN 2
                       PERFORM UPSERT-MAPPING THRU UPSERT-MAPPING-EXIT
                   WHEN 3
                       PERFORM DELETE-MAPPING THRU DELETE-MAPPING-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE CALL-REPORT-MAP-FILE
           GOBACK.

       OFFER-SEED-IF-EMPTY.
           MOVE 0 TO WS-ROW-COUNT
           MOVE LOW-VALUES TO CRM-KEY
           START CALL-REPORT-MAP-FILE KEY IS >= CRM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CALL-REPORT-MAP-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO WS-ROW-COUNT
                   END-READ
           END-START
           IF WS-ROW-COUNT = 0
               DISPLAY "Call report mapping is empty - seed the "
                   "standard mapping? (Y/N): "
               ACCEPT WS-SEED-CONFIRM
               IF WS-SEED-CONFIRM = "Y" OR WS-SEED-CONFIRM = "y"
                   PERFORM SEED-ONE-MAPPING
                       VARYING WS-SEED-IDX FROM 1 BY 1
                       UNTIL WS-SEED-IDX > 23
                   DISPLAY "Standard mapping seeded."
               END-IF
           END-IF.

       SEED-ONE-MAPPING.
           MOVE WS-SEED-SOURCE(WS-SEED-IDX)   TO CRM-SOURCE
           MOVE WS-SEED-CODE(WS-SEED-IDX)     TO CRM-SOURCE-CODE
           MOVE WS-SEED-SCHEDULE(WS-SEED-IDX) TO CRM-SCHEDULE
           MOVE WS-SEED-LINE(WS-SEED-IDX)     TO CRM-LINE
           MOVE WS-SEED-DESC(WS-SEED-IDX)     TO CRM-LINE-DESC
           MOVE WS-SEED-SIGN(WS-SEED-IDX)     TO CRM-SIGN
           MOVE WS-SEED-GROUP(WS-SEED-IDX)    TO CRM-CHECK-GROUP
           WRITE CALL-REPORT-MAP-RECORD
               INVALID KEY
                   REWRITE CALL-REPORT-MAP-RECORD
           END-WRITE.

       LIST-MAPPINGS.
           MOVE LOW-VALUES TO CRM-KEY
           START CALL-REPORT-MAP-FILE KEY IS >= CRM-KEY
               INVALID KEY
                   DISPLAY "No mappings on file."
                   GO TO LIST-MAPPINGS-EXIT
           END-START
           DISPLAY "S CODE       SCHD LINE   SIGN GRP  DESCRIPTION"
           PERFORM UNTIL CALL-REPORT-MAP-FILE-STATUS = "10"
               READ CALL-REPORT-MAP-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       DISPLAY CRM-SOURCE " " CRM-SOURCE-CODE " "
                           CRM-SCHEDULE " " CRM-LINE " " CRM-SIGN
                           "    " CRM-CHECK-GROUP " " CRM-LINE-DESC
               END-READ
           END-PERFORM.
       LIST-MAPPINGS-EXIT.
           EXIT.

       ACCEPT-MAPPING-KEY.
           MOVE 0 TO WS-VALID
           DISPLAY "Source (G GL account, D deposit product, "
               "L loan category, T maturity band): "
           ACCEPT WS-SOURCE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-SOURCE-INPUT)
               TO WS-SOURCE-INPUT
           IF WS-SOURCE-INPUT NOT = "G" AND NOT = "D"
              AND NOT = "L" AND NOT = "T"
               DISPLAY "Source must be G, D, L or T."
               GO TO ACCEPT-MAPPING-KEY-EXIT
           END-IF
           DISPLAY "Source code (GL account, ACCOUNT-TYPE, category "
               "or band): "
           ACCEPT WS-CODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO WS-CODE-INPUT
           IF WS-CODE-INPUT = SPACES
               DISPLAY "Source code is required."
               GO TO ACCEPT-MAPPING-KEY-EXIT
           END-IF
           IF WS-SOURCE-INPUT = "G"
              AND (WS-CODE-INPUT(1:6) IS NOT NUMERIC
                   OR WS-CODE-INPUT(7:4) NOT = SPACES)
               DISPLAY "A GL account is 6 digits."
               GO TO ACCEPT-MAPPING-KEY-EXIT
           END-IF
           MOVE WS-SOURCE-INPUT TO CRM-SOURCE
           MOVE WS-CODE-INPUT TO CRM-SOURCE-CODE
           MOVE SPACES TO WS-RC-KEY
           STRING WS-SOURCE-INPUT " " WS-CODE-INPUT
               DELIMITED BY SIZE INTO WS-RC-KEY
           MOVE 1 TO WS-VALID.
       ACCEPT-MAPPING-KEY-EXIT.
           EXIT.

       UPSERT-MAPPING.
           PERFORM ACCEPT-MAPPING-KEY THRU ACCEPT-MAPPING-KEY-EXIT
           IF WS-VALID = 0
               GO TO UPSERT-MAPPING-EXIT
           END-IF
      *>   The before-image for the standing-data audit trail - a
      *>   remapping here moves a figure to another report line.
           MOVE "NEW" TO WS-RC-OLD
           READ CALL-REPORT-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RC-OLD
                   STRING CRM-SCHEDULE "/" CRM-LINE "/" CRM-SIGN "/"
                       CRM-CHECK-GROUP
                       DELIMITED BY SIZE INTO WS-RC-OLD
           END-READ
           MOVE WS-SOURCE-INPUT TO CRM-SOURCE
           MOVE WS-CODE-INPUT TO CRM-SOURCE-CODE
           DISPLAY "Schedule (RC, RI, RC-E, RC-C, RC-T; X to leave "
               "off the report): "
           ACCEPT CRM-SCHEDULE
           MOVE FUNCTION UPPER-CASE(CRM-SCHEDULE) TO CRM-SCHEDULE
           IF CRM-SCHEDULE = SPACES
               DISPLAY "Schedule is required - nothing changed."
               GO TO UPSERT-MAPPING-EXIT
           END-IF
           MOVE SPACES TO CRM-LINE
           MOVE SPACES TO CRM-LINE-DESC
           IF NOT CRM-EXCLUDED
               DISPLAY "Line item (e.g. 13.a): "
               ACCEPT CRM-LINE
               DISPLAY "Line description: "
               ACCEPT CRM-LINE-DESC
           END-IF
           DISPLAY "Report GL balance as D (debit) or C (credit) "
               "positive: "
           ACCEPT CRM-SIGN
           MOVE FUNCTION UPPER-CASE(CRM-SIGN) TO CRM-SIGN
           IF NOT CRM-DEBIT-POSITIVE AND NOT CRM-CREDIT-POSITIVE
               DISPLAY "Sign must be D or C - nothing changed."
               GO TO UPSERT-MAPPING-EXIT
           END-IF
           DISPLAY "Check group (blank for none): "
           ACCEPT CRM-CHECK-GROUP
           MOVE FUNCTION UPPER-CASE(CRM-CHECK-GROUP)
               TO CRM-CHECK-GROUP
           WRITE CALL-REPORT-MAP-RECORD
               INVALID KEY
                   REWRITE CALL-REPORT-MAP-RECORD
                   DISPLAY "Mapping updated."
               NOT INVALID KEY
                   DISPLAY "Mapping added."
           END-WRITE
           MOVE SPACES TO WS-RC-NEW
           STRING CRM-SCHEDULE "/" CRM-LINE "/" CRM-SIGN "/"
               CRM-CHECK-GROUP
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       UPSERT-MAPPING-EXIT.
           EXIT.

       DELETE-MAPPING.
           PERFORM ACCEPT-MAPPING-KEY THRU ACCEPT-MAPPING-KEY-EXIT
           IF WS-VALID = 0
               GO TO DELETE-MAPPING-EXIT
           END-IF
           READ CALL-REPORT-MAP-FILE
               INVALID KEY
                   DISPLAY "No mapping on file for that source."
                   GO TO DELETE-MAPPING-EXIT
           END-READ
           MOVE SPACES TO WS-RC-OLD
           STRING CRM-SCHEDULE "/" CRM-LINE "/" CRM-SIGN "/"
               CRM-CHECK-GROUP
               DELIMITED BY SIZE INTO WS-RC-OLD
           DELETE CALL-REPORT-MAP-FILE
               INVALID KEY
                   DISPLAY "No mapping on file for that source."
                   GO TO DELETE-MAPPING-EXIT
               NOT INVALID KEY
                   DISPLAY "Mapping deleted."
           END-DELETE
           MOVE "DELETED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       DELETE-MAPPING-EXIT.
           EXIT.
