       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDING_RATE_REPORT.

      *> Monthly new-account funding report. Every account ADD_USER
      *> opened in the chosen month (its ACCOUNT-OPEN row in
      *> transaction.db gives the date, the opening operator and the
      *> branch it was keyed at) is followed through the ledger: it
      *> counts as funded once any credit has posted to it, the
      *> opening deposit included. From unfunded_accounts.db
      *> (UNFUNDED_ACCOUNT_SWEEP) each is also marked as reminded,
      *> funded only after the reminder, or closed NEVER-FUNDED.
      *> The funding rate - funded as a share of opened - is shown
      *> for the month, by branch and by opening operator, in
      *> funding_rate_report.txt and the report archive. The month
      *> defaults to the one before the business date, so its
      *> openings have had time to fund; an unattended run takes it
      *> from FUNDING-REPORT-MONTH in batch_params.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT UNFUNDED-ACCOUNT-FILE ASSIGN TO
               "unfunded_accounts.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UF-KEY
               FILE STATUS IS UNFUNDED-ACCOUNT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT FR-REPORT-FILE ASSIGN TO "funding_rate_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD UNFUNDED-ACCOUNT-FILE.
       COPY "unfunded_account_record.cpy".

       FD OPERATOR-FILE.
       COPY "operator_record.cpy".

       FD FR-REPORT-FILE.
       01 FR-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 TRANSACTION-DB-FILE-STATUS   PIC XX.
       01 UNFUNDED-ACCOUNT-FILE-STATUS PIC XX.
       01 OPERATOR-FILE-STATUS         PIC XX.
       01 WS-UNFUNDED-OPEN PIC 9 VALUE 0.
       01 WS-OPERATOR-OPEN PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-BATCH-MODE    PIC X VALUE "N".
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-MONTH-INPUT   PIC X(6).
       01 WS-REPORT-MONTH  PIC 9(6).
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YEAR   PIC 9(4).
           05 WS-RM-MONTH  PIC 9(2).
       01 WS-MONTH-X       PIC X(7).
      *> The month's openings, then each one's outcome.
       01 WS-ACCT-COUNT    PIC 9(4) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT OCCURS 2000 TIMES.
               10 WS-AC-USER       PIC 9(10).
               10 WS-AC-TYPE       PIC X(10).
               10 WS-AC-OPEN-X     PIC X(10).
               10 WS-AC-BRANCH     PIC X(04).
               10 WS-AC-OPERATOR   PIC 9(10).
       01 WS-ACCT-IX       PIC 9(4).
       01 WS-ACCT-FULL     PIC 9 VALUE 0.
       01 WS-OPEN-DATE     PIC 9(8).
       01 WS-IS-FUNDED     PIC 9 VALUE 0.
       01 WS-IS-REMINDED   PIC 9 VALUE 0.
       01 WS-IS-LATE       PIC 9 VALUE 0.
       01 WS-IS-CLOSED     PIC 9 VALUE 0.
      *> One cell per branch ("B") and per opening operator ("O").
       01 WS-CELL-COUNT    PIC 9(3) VALUE 0.
       01 WS-CELL-TABLE.
           05 WS-CELL OCCURS 300 TIMES.
               10 WS-CELL-DIM       PIC X(01).
               10 WS-CELL-KEY       PIC X(30).
               10 WS-CELL-OPENED    PIC 9(6).
               10 WS-CELL-FUNDED    PIC 9(6).
               10 WS-CELL-REMINDED  PIC 9(6).
               10 WS-CELL-LATE      PIC 9(6).
               10 WS-CELL-CLOSED    PIC 9(6).
               10 WS-CELL-UNFUNDED  PIC 9(6).
       01 WS-CELL-IDX      PIC 9(3).
       01 WS-FIND-DIM      PIC X(01).
       01 WS-FIND-KEY      PIC X(30).
       01 WS-FOUND-IDX     PIC 9(3).
       01 WS-TABLE-FULL    PIC 9 VALUE 0.
       01 WS-SECTION-TITLE PIC X(30).
       01 WS-TOTAL-OPENED   PIC 9(6) VALUE 0.
       01 WS-TOTAL-FUNDED   PIC 9(6) VALUE 0.
       01 WS-TOTAL-REMINDED PIC 9(6) VALUE 0.
       01 WS-TOTAL-LATE     PIC 9(6) VALUE 0.
       01 WS-TOTAL-CLOSED   PIC 9(6) VALUE 0.
       01 WS-TOTAL-UNFUNDED PIC 9(6) VALUE 0.
       01 WS-RATE          PIC 9(3)V9.
       01 WS-DISP-OPENED   PIC Z(5)9.
       01 WS-DISP-FUNDED   PIC Z(5)9.
       01 WS-DISP-REMINDED PIC Z(5)9.
       01 WS-DISP-LATE     PIC Z(5)9.
       01 WS-DISP-CLOSED   PIC Z(5)9.
       01 WS-DISP-UNFUNDED PIC Z(5)9.
       01 WS-DISP-RATE     PIC ZZ9.9.
       01 WS-ARCH-SOURCE   PIC X(30)
           VALUE "funding_rate_report.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "FUNDING-RATE".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "New account funding report."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-ARCH-OPERATOR
           COMPUTE WS-REPORT-MONTH = WS-BUSINESS-DATE / 100
           IF WS-RM-MONTH = 1
               SUBTRACT 1 FROM WS-RM-YEAR
               MOVE 12 TO WS-RM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-RM-MONTH
           END-IF
           CALL "GET_BATCH_MODE" USING WS-BATCH-MODE
           IF WS-BATCH-MODE = "Y"
               MOVE "FUNDING-REPORT-MONTH" TO WS-PARAM-NAME
               MOVE SPACES TO WS-PARAM-VALUE
               CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
                   WS-PARAM-VALUE WS-PARAM-FOUND
               MOVE WS-PARAM-VALUE(1:6) TO WS-MONTH-INPUT
           ELSE
               DISPLAY "Month to report (YYYYMM, blank for "
                   WS-REPORT-MONTH "): "
               ACCEPT WS-MONTH-INPUT
           END-IF
           IF WS-MONTH-INPUT NOT = SPACES
               IF WS-MONTH-INPUT NOT NUMERIC
                       OR WS-MONTH-INPUT(5:2) < "01"
                       OR WS-MONTH-INPUT(5:2) > "12"
                   DISPLAY "Not a valid month."
                   GOBACK
               END-IF
               MOVE WS-MONTH-INPUT TO WS-REPORT-MONTH
           END-IF
           MOVE SPACES TO WS-MONTH-X
           STRING WS-RM-YEAR "-" WS-RM-MONTH
               DELIMITED BY SIZE INTO WS-MONTH-X
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               DISPLAY "No transactions on file - nothing to report."
               GOBACK
           END-IF
           OPEN INPUT UNFUNDED-ACCOUNT-FILE
           IF UNFUNDED-ACCOUNT-FILE-STATUS = "00"
               MOVE 1 TO WS-UNFUNDED-OPEN
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS = "00"
               MOVE 1 TO WS-OPERATOR-OPEN
           END-IF
           PERFORM FIND-MONTH-OPENINGS
           PERFORM SCORE-ONE-ACCOUNT THRU SCORE-ONE-ACCOUNT-EXIT
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT
           CLOSE TRANSACTION-DB-FILE
           IF WS-UNFUNDED-OPEN = 1
               CLOSE UNFUNDED-ACCOUNT-FILE
           END-IF
           IF WS-OPERATOR-OPEN = 1
               CLOSE OPERATOR-FILE
           END-IF
           PERFORM WRITE-REPORT
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "MONTH=" WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Funding report in funding_rate_report.txt"
           GOBACK.

      *> The ledger in posting order; only ADD_USER writes
      *> ACCOUNT-OPEN rows.
       FIND-MONTH-OPENINGS.
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-TYPE = "ACCOUNT-OPEN"
                          AND TXN-DATE(1:7) = WS-MONTH-X
                           PERFORM KEEP-ONE-OPENING
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-ONE-OPENING.
           IF WS-ACCT-COUNT >= 2000
               MOVE 1 TO WS-ACCT-FULL
           ELSE
               ADD 1 TO WS-ACCT-COUNT
               MOVE TXN-USER-ID TO WS-AC-USER (WS-ACCT-COUNT)
               MOVE TXN-ACCOUNT-TYPE TO WS-AC-TYPE (WS-ACCT-COUNT)
               MOVE TXN-DATE TO WS-AC-OPEN-X (WS-ACCT-COUNT)
               MOVE TXN-BRANCH-CODE TO WS-AC-BRANCH (WS-ACCT-COUNT)
               MOVE TXN-OPERATOR-ID TO WS-AC-OPERATOR (WS-ACCT-COUNT)
           END-IF.

      *> Funded means any credit from the opening on, up to the next
      *> opening under the same key if the account was later closed
      *> and opened again.
       SCORE-ONE-ACCOUNT.
           MOVE 0 TO WS-IS-FUNDED
           MOVE 0 TO WS-IS-REMINDED
           MOVE 0 TO WS-IS-LATE
           MOVE 0 TO WS-IS-CLOSED
           MOVE WS-AC-USER (WS-ACCT-IX) TO TXN-ALT-USER-ID
           MOVE WS-AC-TYPE (WS-ACCT-IX) TO TXN-ALT-ACCOUNT-TYPE
           MOVE WS-AC-OPEN-X (WS-ACCT-IX) TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS >= TXN-ALT-KEY
               INVALID KEY
                   MOVE "10" TO TRANSACTION-DB-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO TRANSACTION-DB-FILE-STATUS
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
                   OR WS-IS-FUNDED = 1
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-ALT-USER-ID NOT = WS-AC-USER (WS-ACCT-IX)
                          OR TXN-ALT-ACCOUNT-TYPE NOT =
                             WS-AC-TYPE (WS-ACCT-IX)
                          OR (TXN-TYPE = "ACCOUNT-OPEN"
                              AND TXN-ALT-DATE >
                                  WS-AC-OPEN-X (WS-ACCT-IX))
                           EXIT PERFORM
                       END-IF
                       IF TXN-AMOUNT > 0
                           MOVE 1 TO WS-IS-FUNDED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNFUNDED-OPEN = 1
               MOVE WS-AC-USER (WS-ACCT-IX) TO UF-BALANCE-ID
               MOVE WS-AC-TYPE (WS-ACCT-IX) TO UF-ACCOUNT-TYPE
               MOVE WS-AC-OPEN-X (WS-ACCT-IX)(1:4) TO WS-OPEN-DATE(1:4)
               MOVE WS-AC-OPEN-X (WS-ACCT-IX)(6:2) TO WS-OPEN-DATE(5:2)
               MOVE WS-AC-OPEN-X (WS-ACCT-IX)(9:2) TO WS-OPEN-DATE(7:2)
               MOVE WS-OPEN-DATE TO UF-OPEN-DATE
               READ UNFUNDED-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-IS-REMINDED
                       IF UF-IS-FUNDED
                           MOVE 1 TO WS-IS-LATE
                       END-IF
                       IF UF-IS-CLOSED
                           MOVE 1 TO WS-IS-CLOSED
                       END-IF
               END-READ
           END-IF
           ADD 1 TO WS-TOTAL-OPENED
           ADD WS-IS-FUNDED TO WS-TOTAL-FUNDED
           ADD WS-IS-REMINDED TO WS-TOTAL-REMINDED
           ADD WS-IS-LATE TO WS-TOTAL-LATE
           ADD WS-IS-CLOSED TO WS-TOTAL-CLOSED
           IF WS-IS-FUNDED = 0 AND WS-IS-CLOSED = 0
               ADD 1 TO WS-TOTAL-UNFUNDED
           END-IF
           MOVE "B" TO WS-FIND-DIM
           MOVE WS-AC-BRANCH (WS-ACCT-IX) TO WS-FIND-KEY
           IF WS-FIND-KEY = SPACES
               MOVE "NOT RECORDED" TO WS-FIND-KEY
           END-IF
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           MOVE "O" TO WS-FIND-DIM
           PERFORM NAME-OPERATOR THRU NAME-OPERATOR-EXIT
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT.
       SCORE-ONE-ACCOUNT-EXIT.
           EXIT.

      *> Operator cells read "id name"; an opening keyed with no
      *> one signed on is shown as unattended.
       NAME-OPERATOR.
           MOVE SPACES TO WS-FIND-KEY
           IF WS-AC-OPERATOR (WS-ACCT-IX) = 0
               MOVE "UNATTENDED" TO WS-FIND-KEY
               GO TO NAME-OPERATOR-EXIT
           END-IF
           MOVE WS-AC-OPERATOR (WS-ACCT-IX) TO WS-FIND-KEY(1:10)
           IF WS-OPERATOR-OPEN = 0
               GO TO NAME-OPERATOR-EXIT
           END-IF
           MOVE WS-AC-OPERATOR (WS-ACCT-IX) TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OP-NAME(1:19) TO WS-FIND-KEY(12:19)
           END-READ.
       NAME-OPERATOR-EXIT.
           EXIT.

       ADD-TO-CELL.
           PERFORM FIND-CELL THRU FIND-CELL-EXIT
           IF WS-FOUND-IDX = 0
               GO TO ADD-TO-CELL-EXIT
           END-IF
           ADD 1 TO WS-CELL-OPENED (WS-FOUND-IDX)
           ADD WS-IS-FUNDED TO WS-CELL-FUNDED (WS-FOUND-IDX)
           ADD WS-IS-REMINDED TO WS-CELL-REMINDED (WS-FOUND-IDX)
           ADD WS-IS-LATE TO WS-CELL-LATE (WS-FOUND-IDX)
           ADD WS-IS-CLOSED TO WS-CELL-CLOSED (WS-FOUND-IDX)
           IF WS-IS-FUNDED = 0 AND WS-IS-CLOSED = 0
               ADD 1 TO WS-CELL-UNFUNDED (WS-FOUND-IDX)
           END-IF.
       ADD-TO-CELL-EXIT.
           EXIT.

      *> Finds the cell for WS-FIND-DIM / WS-FIND-KEY, adding it when
      *> new; WS-FOUND-IDX is zero once the table is full.
       FIND-CELL.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-CELL-DIM (WS-CELL-IDX) = WS-FIND-DIM
                  AND WS-CELL-KEY (WS-CELL-IDX) = WS-FIND-KEY
                   MOVE WS-CELL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               GO TO FIND-CELL-EXIT
           END-IF
           IF WS-CELL-COUNT >= 300
               MOVE 1 TO WS-TABLE-FULL
               GO TO FIND-CELL-EXIT
           END-IF
           ADD 1 TO WS-CELL-COUNT
           MOVE WS-CELL-COUNT TO WS-FOUND-IDX
           MOVE WS-FIND-DIM TO WS-CELL-DIM (WS-FOUND-IDX)
           MOVE WS-FIND-KEY TO WS-CELL-KEY (WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-OPENED (WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-FUNDED (WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-REMINDED (WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-LATE (WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-CLOSED (WS-FOUND-IDX)
           MOVE 0 TO WS-CELL-UNFUNDED (WS-FOUND-IDX).
       FIND-CELL-EXIT.
           EXIT.

       WRITE-REPORT.
           OPEN OUTPUT FR-REPORT-FILE
           MOVE SPACES TO FR-REPORT-LINE
           STRING "NEW ACCOUNT FUNDING RATE  OPENED IN "
               WS-REPORT-MONTH "   RUN " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           PERFORM PUT-COLUMN-HEADINGS
           MOVE "ALL NEW ACCOUNTS" TO WS-FIND-KEY
           MOVE WS-TOTAL-OPENED TO WS-DISP-OPENED
           MOVE WS-TOTAL-FUNDED TO WS-DISP-FUNDED
           MOVE WS-TOTAL-REMINDED TO WS-DISP-REMINDED
           MOVE WS-TOTAL-LATE TO WS-DISP-LATE
           MOVE WS-TOTAL-CLOSED TO WS-DISP-CLOSED
           MOVE WS-TOTAL-UNFUNDED TO WS-DISP-UNFUNDED
           MOVE 0 TO WS-RATE
           IF WS-TOTAL-OPENED > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-TOTAL-FUNDED * 100 / WS-TOTAL-OPENED
           END-IF
           PERFORM PUT-COUNT-LINE
           MOVE "B" TO WS-FIND-DIM
           MOVE "BY BRANCH" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           MOVE "O" TO WS-FIND-DIM
           MOVE "BY OPENING OPERATOR" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           IF WS-ACCT-FULL = 1 OR WS-TABLE-FULL = 1
               PERFORM PUT-BLANK-LINE
               STRING "*** Working tables full - the month has more "
                   "openings or groups than this report can show."
                   DELIMITED BY SIZE INTO FR-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           CLOSE FR-REPORT-FILE.

       PRINT-SECTION.
           PERFORM PUT-BLANK-LINE
           MOVE WS-SECTION-TITLE TO FR-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-COLUMN-HEADINGS
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-DIM (WS-CELL-IDX) = WS-FIND-DIM
                   MOVE WS-CELL-KEY (WS-CELL-IDX) TO WS-FIND-KEY
                   MOVE WS-CELL-OPENED (WS-CELL-IDX) TO WS-DISP-OPENED
                   MOVE WS-CELL-FUNDED (WS-CELL-IDX) TO WS-DISP-FUNDED
                   MOVE WS-CELL-REMINDED (WS-CELL-IDX)
                       TO WS-DISP-REMINDED
                   MOVE WS-CELL-LATE (WS-CELL-IDX) TO WS-DISP-LATE
                   MOVE WS-CELL-CLOSED (WS-CELL-IDX) TO WS-DISP-CLOSED
                   MOVE WS-CELL-UNFUNDED (WS-CELL-IDX)
                       TO WS-DISP-UNFUNDED
                   MOVE 0 TO WS-RATE
                   IF WS-CELL-OPENED (WS-CELL-IDX) > 0
                       COMPUTE WS-RATE ROUNDED =
                           WS-CELL-FUNDED (WS-CELL-IDX) * 100
                           / WS-CELL-OPENED (WS-CELL-IDX)
                   END-IF
                   PERFORM PUT-COUNT-LINE
               END-IF
           END-PERFORM.

       PUT-COLUMN-HEADINGS.
           STRING "                                OPENED FUNDED  "
               "RATE % REMINDED  LATE  CLOSED  UNFUNDED"
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           PERFORM PUT-LINE.

       PUT-COUNT-LINE.
           MOVE WS-RATE TO WS-DISP-RATE
           STRING WS-FIND-KEY "  " WS-DISP-OPENED " "
               WS-DISP-FUNDED "   " WS-DISP-RATE "   "
               WS-DISP-REMINDED WS-DISP-LATE "  " WS-DISP-CLOSED
               "    " WS-DISP-UNFUNDED
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           PERFORM PUT-LINE.

       PUT-BLANK-LINE.
           MOVE SPACES TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE.

       PUT-LINE.
           WRITE FR-REPORT-LINE
           DISPLAY FR-REPORT-LINE
           MOVE SPACES TO FR-REPORT-LINE.
