       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL_MAINT.

      *> Collateral register maintenance: records what secures a
      *> loan - a vehicle, a property or a pledged deposit - with its
      *> appraised value, valuation date and lien position. Items
      *> are taken against a loan application before it is decided
      *> (LOAN_ORIGINATE carries them onto the booked loan) or
      *> straight against a booked loan. Revaluing an item or
      *> releasing it when the loan is repaid is done here too, and
      *> the list shows the live loan-to-value against policy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO "collateral.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ID
               ALTERNATE RECORD KEY IS COL-LOAN-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS COL-APP-ID WITH DUPLICATES
               FILE STATUS IS COLLATERAL-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT LOAN-APP-FILE ASSIGN TO "loan_applications.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LA-ID
               FILE STATUS IS LOAN-APP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLATERAL-FILE.
       COPY "collateral_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD LOAN-APP-FILE.
       COPY "loan_application_record.cpy".

       WORKING-STORAGE SECTION.
       01 COLLATERAL-FILE-STATUS  PIC XX.
       01 LOAN-MASTER-FILE-STATUS PIC XX.
       01 LOAN-APP-FILE-STATUS    PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-COL-ID        PIC 9(10).
       01 WS-NEXT-COL-ID   PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-LINK-TO       PIC X(01).
       01 WS-APP-ID        PIC 9(10) VALUE 0.
       01 WS-LOAN-ID       PIC 9(10) VALUE 0.
       01 WS-OWNER-ID      PIC 9(10) VALUE 0.
       01 WS-EXPOSURE      PIC 9(10)V99 VALUE 0.
       01 WS-NEW-VALUE     PIC 9(10)V99.
       01 WS-NEW-DATE      PIC 9(8).
       01 WS-LTV-VALUE     PIC 9(10)V99.
       01 WS-LTV-PCT       PIC 9(5)V99.
       01 WS-LTV-LIMIT     PIC 9(3)V99.
       01 WS-LTV-RESULT    PIC 9 VALUE 2.
       01 WS-STALE-COUNT   PIC 9(3) VALUE 0.
       01 WS-ITEM-COUNT    PIC 9(4) VALUE 0.
       01 WS-DISPLAY-PCT   PIC ZZZZ9.99.
       01 WS-DISPLAY-LIMIT PIC ZZ9.99.
       01 WS-RC-PROGRAM    PIC X(20) VALUE "COLLATERAL_MAINT".
       01 WS-RC-KEY        PIC X(30).
       01 WS-RC-FIELD      PIC X(20).
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Loan collateral register."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O COLLATERAL-FILE
           IF COLLATERAL-FILE-STATUS = "35"
               OPEN OUTPUT COLLATERAL-FILE
               CLOSE COLLATERAL-FILE
               OPEN I-O COLLATERAL-FILE
           END-IF
           DISPLAY "1. Register collateral"
           DISPLAY "2. Record a new valuation"
           DISPLAY "3. Release collateral"
           DISPLAY "4. List collateral and loan-to-value"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ADD-COLLATERAL THRU ADD-COLLATERAL-EXIT
               WHEN 2
                   PERFORM REVALUE-COLLATERAL
                       THRU REVALUE-COLLATERAL-EXIT
               WHEN 3
                   PERFORM RELEASE-COLLATERAL
                       THRU RELEASE-COLLATERAL-EXIT
               WHEN 4
                   PERFORM LIST-COLLATERAL THRU LIST-COLLATERAL-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE COLLATERAL-FILE
           GOBACK.

       ADD-COLLATERAL.
           PERFORM ASK-LOAN-OR-APPLICATION
           IF WS-OWNER-ID = 0
               GO TO ADD-COLLATERAL-EXIT
           END-IF
           DISPLAY "Collateral type ([V]ehicle / [P]roperty / "
               "[D]eposit pledge): "
           ACCEPT COL-TYPE
           MOVE FUNCTION UPPER-CASE(COL-TYPE) TO COL-TYPE
           IF NOT COL-IS-VEHICLE AND NOT COL-IS-PROPERTY
              AND NOT COL-IS-DEPOSIT
               DISPLAY "Invalid collateral type - not taken."
               GO TO ADD-COLLATERAL-EXIT
           END-IF
           DISPLAY "Description (VIN, title or deed reference, "
               "pledged account): "
           ACCEPT COL-DESCRIPTION
           DISPLAY "Appraised value: "
           ACCEPT COL-APPRAISED-VALUE
           IF COL-APPRAISED-VALUE = 0
               DISPLAY "An appraised value is required - not taken."
               GO TO ADD-COLLATERAL-EXIT
           END-IF
           DISPLAY "Valuation date (YYYYMMDD, 0 for today): "
           ACCEPT COL-VALUATION-DATE
           IF COL-VALUATION-DATE = 0
               MOVE WS-BUSINESS-DATE TO COL-VALUATION-DATE
           END-IF
           IF COL-VALUATION-DATE > WS-BUSINESS-DATE
               DISPLAY "Valuation date is in the future - not taken."
               GO TO ADD-COLLATERAL-EXIT
           END-IF
           DISPLAY "Lien position (1 = first charge): "
           ACCEPT COL-LIEN-POSITION
           IF COL-LIEN-POSITION = 0
               MOVE 1 TO COL-LIEN-POSITION
           END-IF
           MOVE 0 TO COL-PRIOR-LIENS
           IF COL-LIEN-POSITION > 1
               DISPLAY "Outstanding senior liens ahead of ours: "
               ACCEPT COL-PRIOR-LIENS
           END-IF
           CALL "GET_NEXT_SEQ" USING "COLLATERAL-ID       "
                                      WS-NEXT-COL-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to generate a collateral ID."
               GO TO ADD-COLLATERAL-EXIT
           END-IF
           MOVE WS-NEXT-COL-ID TO COL-ID
           MOVE WS-LOAN-ID TO COL-LOAN-ID
           MOVE WS-APP-ID TO COL-APP-ID
           MOVE "A" TO COL-STATUS
           MOVE WS-BUSINESS-DATE TO COL-ADDED-DATE
           WRITE COLLATERAL-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the collateral."
                   GO TO ADD-COLLATERAL-EXIT
           END-WRITE
           MOVE COL-ID TO WS-RC-KEY
           MOVE "COLLATERAL" TO WS-RC-FIELD
           MOVE SPACES TO WS-RC-OLD
           MOVE SPACES TO WS-RC-NEW
           STRING COL-TYPE " " COL-APPRAISED-VALUE " L"
               COL-LIEN-POSITION
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           DISPLAY "Collateral #" COL-ID " registered."
           PERFORM SHOW-LTV THRU SHOW-LTV-EXIT.
       ADD-COLLATERAL-EXIT.
           EXIT.

      *> Collateral hangs off a booked loan or, before booking, off
      *> its application. Sets WS-LOAN-ID / WS-APP-ID (the other one
      *> zero), the exposure the LTV is measured on, and the
      *> borrower in WS-OWNER-ID - zero when nothing was found.
       ASK-LOAN-OR-APPLICATION.
           MOVE 0 TO WS-LOAN-ID
           MOVE 0 TO WS-APP-ID
           MOVE 0 TO WS-OWNER-ID
           MOVE 0 TO WS-EXPOSURE
           DISPLAY "Against a booked [L]oan or an [A]pplication: "
           ACCEPT WS-LINK-TO
           IF WS-LINK-TO = "L" OR WS-LINK-TO = "l"
               DISPLAY "Loan ID: "
               ACCEPT WS-LOAN-ID
               OPEN INPUT LOAN-MASTER-FILE
               MOVE WS-LOAN-ID TO LN-LOAN-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       DISPLAY "No such loan."
                   NOT INVALID KEY
                       MOVE LN-USER-ID TO WS-OWNER-ID
                       IF LN-REMAINING > 0
                           MOVE LN-REMAINING TO WS-EXPOSURE
                       END-IF
               END-READ
               CLOSE LOAN-MASTER-FILE
           ELSE
               DISPLAY "Application ID: "
               ACCEPT WS-APP-ID
               OPEN INPUT LOAN-APP-FILE
               MOVE WS-APP-ID TO LA-ID
               READ LOAN-APP-FILE
                   INVALID KEY
                       DISPLAY "No such application."
                   NOT INVALID KEY
                       IF LA-IS-BOOKED OR LA-IS-DECLINED
                           DISPLAY "Application " WS-APP-ID
                               " is closed (status " LA-STATUS
                               ") - use the loan instead."
                       ELSE
                           MOVE LA-USER-ID TO WS-OWNER-ID
                           MOVE LA-AMOUNT TO WS-EXPOSURE
                       END-IF
               END-READ
               CLOSE LOAN-APP-FILE
           END-IF.

       REVALUE-COLLATERAL.
           DISPLAY "Collateral ID: "
           ACCEPT WS-COL-ID
           MOVE WS-COL-ID TO COL-ID
           READ COLLATERAL-FILE
               INVALID KEY
                   DISPLAY "No such collateral."
                   GO TO REVALUE-COLLATERAL-EXIT
           END-READ
           IF NOT COL-IS-ACTIVE
               DISPLAY "Collateral " WS-COL-ID " has been released."
               GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           DISPLAY "Current value " COL-APPRAISED-VALUE " as of "
               COL-VALUATION-DATE
           DISPLAY "New appraised value: "
           ACCEPT WS-NEW-VALUE
           DISPLAY "Valuation date (YYYYMMDD, 0 for today): "
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-NEW-DATE
           END-IF
           IF WS-NEW-VALUE = 0 OR WS-NEW-DATE > WS-BUSINESS-DATE
               DISPLAY "Value and a date not in the future are "
                   "required - not taken."
               GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           IF COL-LIEN-POSITION > 1
               DISPLAY "Outstanding senior liens (now "
                   COL-PRIOR-LIENS "): "
               ACCEPT COL-PRIOR-LIENS
           END-IF
           MOVE COL-ID TO WS-RC-KEY
           MOVE "APPRAISED-VALUE" TO WS-RC-FIELD
           MOVE SPACES TO WS-RC-OLD
           MOVE SPACES TO WS-RC-NEW
           STRING COL-APPRAISED-VALUE " " COL-VALUATION-DATE
               DELIMITED BY SIZE INTO WS-RC-OLD
           STRING WS-NEW-VALUE " " WS-NEW-DATE
               DELIMITED BY SIZE INTO WS-RC-NEW
           MOVE WS-NEW-VALUE TO COL-APPRAISED-VALUE
           MOVE WS-NEW-DATE TO COL-VALUATION-DATE
           REWRITE COLLATERAL-RECORD
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           DISPLAY "Valuation recorded."
           PERFORM EXPOSURE-FOR-ITEM
           PERFORM SHOW-LTV THRU SHOW-LTV-EXIT.
       REVALUE-COLLATERAL-EXIT.
           EXIT.

       RELEASE-COLLATERAL.
           DISPLAY "Collateral ID: "
           ACCEPT WS-COL-ID
           MOVE WS-COL-ID TO COL-ID
           READ COLLATERAL-FILE
               INVALID KEY
                   DISPLAY "No such collateral."
                   GO TO RELEASE-COLLATERAL-EXIT
           END-READ
           IF NOT COL-IS-ACTIVE
               DISPLAY "Collateral " WS-COL-ID " is already "
                   "released."
               GO TO RELEASE-COLLATERAL-EXIT
           END-IF
           MOVE "R" TO COL-STATUS
           REWRITE COLLATERAL-RECORD
           MOVE COL-ID TO WS-RC-KEY
           MOVE "STATUS" TO WS-RC-FIELD
           MOVE "ACTIVE" TO WS-RC-OLD
           MOVE "RELEASED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           DISPLAY "Collateral " WS-COL-ID " released."
           PERFORM EXPOSURE-FOR-ITEM
           PERFORM SHOW-LTV THRU SHOW-LTV-EXIT.
       RELEASE-COLLATERAL-EXIT.
           EXIT.

      *> After a revaluation or release, re-measure the loan (or
      *> application) the item belongs to.
       EXPOSURE-FOR-ITEM.
           MOVE COL-LOAN-ID TO WS-LOAN-ID
           MOVE COL-APP-ID TO WS-APP-ID
           MOVE 0 TO WS-EXPOSURE
           IF WS-LOAN-ID NOT = 0
               MOVE 0 TO WS-APP-ID
               OPEN INPUT LOAN-MASTER-FILE
               MOVE WS-LOAN-ID TO LN-LOAN-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LN-REMAINING > 0
                           MOVE LN-REMAINING TO WS-EXPOSURE
                       END-IF
               END-READ
               CLOSE LOAN-MASTER-FILE
           ELSE
               OPEN INPUT LOAN-APP-FILE
               MOVE WS-APP-ID TO LA-ID
               READ LOAN-APP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LA-AMOUNT TO WS-EXPOSURE
               END-READ
               CLOSE LOAN-APP-FILE
           END-IF.

       LIST-COLLATERAL.
           PERFORM ASK-LOAN-OR-APPLICATION
           IF WS-OWNER-ID = 0
               GO TO LIST-COLLATERAL-EXIT
           END-IF
           MOVE 0 TO WS-ITEM-COUNT
           IF WS-LOAN-ID NOT = 0
               MOVE WS-LOAN-ID TO COL-LOAN-ID
               START COLLATERAL-FILE KEY IS = COL-LOAN-ID
                   INVALID KEY
                       MOVE "10" TO COLLATERAL-FILE-STATUS
               END-START
           ELSE
               MOVE WS-APP-ID TO COL-APP-ID
               START COLLATERAL-FILE KEY IS = COL-APP-ID
                   INVALID KEY
                       MOVE "10" TO COLLATERAL-FILE-STATUS
               END-START
           END-IF
           PERFORM UNTIL COLLATERAL-FILE-STATUS = "10"
               READ COLLATERAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-LOAN-ID NOT = 0
                           IF COL-LOAN-ID NOT = WS-LOAN-ID
                               EXIT PERFORM
                           END-IF
                       ELSE
                           IF COL-APP-ID NOT = WS-APP-ID
                               EXIT PERFORM
                           END-IF
                       END-IF
                       ADD 1 TO WS-ITEM-COUNT
                       DISPLAY "#" COL-ID " " COL-TYPE " "
                           COL-DESCRIPTION
                       DISPLAY "    value " COL-APPRAISED-VALUE
                           " as of " COL-VALUATION-DATE " lien "
                           COL-LIEN-POSITION " senior "
                           COL-PRIOR-LIENS " status " COL-STATUS
               END-READ
           END-PERFORM
           IF WS-ITEM-COUNT = 0
               DISPLAY "No collateral registered."
           END-IF
           PERFORM SHOW-LTV THRU SHOW-LTV-EXIT.
       LIST-COLLATERAL-EXIT.
           EXIT.

       SHOW-LTV.
           CALL "CHECK_COLLATERAL_LTV" USING WS-APP-ID WS-LOAN-ID
               WS-EXPOSURE WS-LTV-VALUE WS-LTV-PCT WS-LTV-LIMIT
               WS-LTV-RESULT WS-STALE-COUNT
           IF WS-LTV-RESULT = 2
               DISPLAY "No active collateral - lending is unsecured."
               GO TO SHOW-LTV-EXIT
           END-IF
           MOVE WS-LTV-PCT TO WS-DISPLAY-PCT
           MOVE WS-LTV-LIMIT TO WS-DISPLAY-LIMIT
           DISPLAY "Exposure " WS-EXPOSURE " against collateral "
               WS-LTV-VALUE
           DISPLAY "Loan-to-value " WS-DISPLAY-PCT "% (policy "
               WS-DISPLAY-LIMIT "%)"
           IF WS-LTV-RESULT = 1
               DISPLAY "WARNING: loan-to-value is over policy."
           END-IF
           IF WS-STALE-COUNT > 0
               DISPLAY "WARNING: " WS-STALE-COUNT " valuation(s) "
                   "are older than policy allows - revalue."
           END-IF.
       SHOW-LTV-EXIT.
           EXIT.
