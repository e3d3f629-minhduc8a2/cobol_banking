       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRUPTCY_MAINT.

      *> Bankruptcy desk (supervisor): records a customer's filing -
      *> chapter, court case number and filing date - which puts the
      *> automatic stay in force at once: CHECK_BANKRUPTCY then keeps
      *> OD_COLLECTIONS, LOAN_ARREARS, LETTER_ENGINE demands,
      *> LOAN_AUTOPAY and FEE_ASSESSMENT away from the customer and
      *> BUREAU_EXPORT reports the bankruptcy instead of arrears.
      *> Nobody has to remember to freeze anything by hand.
      *> A discharge closes the case and charges off the debts it
      *> wipes out, the way the CHARGEOFF desk does: overdrawn
      *> deposit accounts, a personal credit line, and a LOAN row
      *> none of whose loans has live collateral (a secured loan
      *> survives the discharge through its lien). A dismissal lifts
      *> the stay and normal collection resumes. Every change goes to
      *> the customer's change history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT BANKRUPTCY-FILE ASSIGN TO "bankruptcy.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-USER-ID
               FILE STATUS IS BANKRUPTCY-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO "collateral.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ID
               ALTERNATE RECORD KEY IS COL-LOAN-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS COL-APP-ID WITH DUPLICATES
               FILE STATUS IS COLLATERAL-FILE-STATUS.
           SELECT CREDIT-LINE-FILE ASSIGN TO "credit_lines.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-USER-ID
               FILE STATUS IS CREDIT-LINE-FILE-STATUS.
           SELECT CHARGEOFF-FILE ASSIGN TO "chargeoffs.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-ID
               FILE STATUS IS CHARGEOFF-FILE-STATUS.
           SELECT BALANCE-ARCHIVE-FILE ASSIGN TO
               "balance_archive.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-BAL-ID
               FILE STATUS IS BALANCE-ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BANKRUPTCY-FILE.
       COPY "bankruptcy_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD COLLATERAL-FILE.
       COPY "collateral_record.cpy".

       FD CREDIT-LINE-FILE.
       COPY "credit_line_record.cpy".

       FD CHARGEOFF-FILE.
       COPY "chargeoff_record.cpy".

       FD BALANCE-ARCHIVE-FILE.
       COPY "balance_archive_record.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 BANKRUPTCY-FILE-STATUS      PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 LOAN-MASTER-FILE-STATUS     PIC XX.
       01 COLLATERAL-FILE-STATUS      PIC XX.
       01 CREDIT-LINE-FILE-STATUS     PIC XX.
       01 CHARGEOFF-FILE-STATUS       PIC XX.
       01 BALANCE-ARCHIVE-FILE-STATUS PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-USER-ID       PIC 9(10).
       01 WS-CASE-FOUND    PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-CHAPTER       PIC 9(02).
       01 WS-CASE-NUMBER   PIC X(20).
       01 WS-EVENT-DATE    PIC 9(8).
       01 WS-CONFIRM       PIC X VALUE "N".
       01 WS-HIST-FIELD    PIC X(20) VALUE "BANKRUPTCY".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).
       01 WS-STATUS-TEXT   PIC X(10).
       01 WS-ACTIVE-COUNT  PIC 9(6) VALUE 0.
      *> The debts a discharge wipes out, gathered before anything
      *> posts so the supervisor sees the whole write-off first.
      *> Kind: O overdrawn deposit, L loan, C credit line.
       01 WS-ELIGIBLE-COUNT PIC 9(2) VALUE 0.
       01 WS-ELIGIBLE-TABLE.
           05 WS-ELIG OCCURS 10 TIMES.
               10 WS-ELIG-TYPE   PIC X(10).
               10 WS-ELIG-KIND   PIC X(01).
               10 WS-ELIG-LOSS   PIC 9(10)V99.
       01 WS-ELIG-IX       PIC 9(2).
       01 WS-TOTAL-LOSS    PIC 9(10)V99.
       01 WS-LOAN-SECURED  PIC 9 VALUE 0.
       01 WS-LOSS-AMOUNT   PIC 9(10)V99.
       01 WS-ACCOUNT-TYPE  PIC X(10).
       01 WS-NEXT-CHG-ID   PIC 9(10).
       01 WS-NEXT-ARCH-ID  PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-OVERRIDE-RULE PIC X(20) VALUE "CHARGE-OFF".
       01 WS-OVERRIDE-AMOUNT PIC S9(10)V99.
       01 WS-OVERRIDE-GRANTED PIC 9 VALUE 0.
       01 WS-TXN-AMOUNT    PIC S9(10)V99.
       01 WS-TXN-BALANCE   PIC S9(10)V99.
       01 WS-TXN-TYPE-CHG  PIC X(15) VALUE "CHARGE-OFF".
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-DELETED-DATE  PIC X(10).
       01 WS-DISP-AMOUNT   PIC Z(9)9.99.
       01 WS-ALIAS-REASON  PIC X(20) VALUE "CHARGED OFF".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Bankruptcy case tracking."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           PERFORM OPEN-BANKRUPTCY-FILE
           DISPLAY "1. Show a customer's case"
           DISPLAY "2. Record a bankruptcy filing"
           DISPLAY "3. Record a discharge"
           DISPLAY "4. Record a dismissal"
           DISPLAY "5. List active cases"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           IF WS-CHOICE >= 1 AND WS-CHOICE <= 4
               PERFORM GET-CUSTOMER THRU GET-CUSTOMER-EXIT
               IF WS-USER-ID = 0
                   CLOSE BANKRUPTCY-FILE
                   GOBACK
               END-IF
           END-IF
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM SHOW-CASE THRU SHOW-CASE-EXIT
               WHEN 2
                   PERFORM RECORD-FILING THRU RECORD-FILING-EXIT
               WHEN 3
                   PERFORM RECORD-DISCHARGE THRU RECORD-DISCHARGE-EXIT
               WHEN 4
                   PERFORM RECORD-DISMISSAL THRU RECORD-DISMISSAL-EXIT
               WHEN 5
                   PERFORM LIST-ACTIVE-CASES THRU LIST-ACTIVE-CASES-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE BANKRUPTCY-FILE
           GOBACK.

       OPEN-BANKRUPTCY-FILE.
           OPEN I-O BANKRUPTCY-FILE
           IF BANKRUPTCY-FILE-STATUS = "35"
               OPEN OUTPUT BANKRUPTCY-FILE
               CLOSE BANKRUPTCY-FILE
               OPEN I-O BANKRUPTCY-FILE
           END-IF.

       GET-CUSTOMER.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               MOVE 0 TO WS-USER-ID
               GO TO GET-CUSTOMER-EXIT
           END-IF
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "User " WS-USER-ID " not found."
                   MOVE 0 TO WS-USER-ID
           END-READ
           CLOSE USER-DB-FILE
           IF WS-USER-ID = 0
               GO TO GET-CUSTOMER-EXIT
           END-IF
           MOVE 0 TO WS-CASE-FOUND
           MOVE WS-USER-ID TO BKR-USER-ID
           READ BANKRUPTCY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CASE-FOUND
           END-READ.
       GET-CUSTOMER-EXIT.
           EXIT.

       SHOW-CASE.
           IF WS-CASE-FOUND = 0
               DISPLAY "No bankruptcy on file for user " WS-USER-ID
                   "."
               GO TO SHOW-CASE-EXIT
           END-IF
           PERFORM DISPLAY-ONE-CASE.
       SHOW-CASE-EXIT.
           EXIT.

       DISPLAY-ONE-CASE.
           PERFORM SET-STATUS-TEXT
           DISPLAY "User " BKR-USER-ID " chapter " BKR-CHAPTER
               " case " BKR-CASE-NUMBER
           DISPLAY "  Filed " BKR-FILING-DATE " status "
               WS-STATUS-TEXT " closed " BKR-CLOSE-DATE
           IF BKR-CHARGED-OFF > 0
               MOVE BKR-CHARGED-OFF TO WS-DISP-AMOUNT
               DISPLAY "  Charged off on discharge " WS-DISP-AMOUNT
           END-IF.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN BKR-IS-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN BKR-IS-DISCHARGED
                   MOVE "DISCHARGED" TO WS-STATUS-TEXT
               WHEN BKR-IS-DISMISSED
                   MOVE "DISMISSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

       RECORD-FILING.
           IF WS-CASE-FOUND = 1 AND BKR-IS-ACTIVE
               DISPLAY "User " WS-USER-ID " already has an active "
                   "case " BKR-CASE-NUMBER "."
               GO TO RECORD-FILING-EXIT
           END-IF
           DISPLAY "Chapter (7, 11 or 13): "
           ACCEPT WS-CHAPTER
           IF WS-CHAPTER NOT = 7 AND WS-CHAPTER NOT = 11
              AND WS-CHAPTER NOT = 13
               DISPLAY "Chapter must be 7, 11 or 13."
               GO TO RECORD-FILING-EXIT
           END-IF
           DISPLAY "Court case number: "
           ACCEPT WS-CASE-NUMBER
           IF WS-CASE-NUMBER = SPACES
               DISPLAY "Case number is required."
               GO TO RECORD-FILING-EXIT
           END-IF
           DISPLAY "Filing date YYYYMMDD (0 for today): "
           ACCEPT WS-EVENT-DATE
           IF WS-EVENT-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-EVENT-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-DATE) NOT = 0
              OR WS-EVENT-DATE > WS-BUSINESS-DATE
               DISPLAY "Filing date must be a real date no later "
                   "than today."
               GO TO RECORD-FILING-EXIT
           END-IF
           MOVE SPACES TO WS-HIST-OLD
           IF WS-CASE-FOUND = 1
               PERFORM SET-STATUS-TEXT
               STRING "CH" BKR-CHAPTER " " BKR-CASE-NUMBER " "
                   WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO WS-HIST-OLD
           ELSE
               MOVE "NONE" TO WS-HIST-OLD
           END-IF
           MOVE WS-USER-ID       TO BKR-USER-ID
           MOVE WS-CHAPTER       TO BKR-CHAPTER
           MOVE WS-CASE-NUMBER   TO BKR-CASE-NUMBER
           MOVE WS-EVENT-DATE    TO BKR-FILING-DATE
           MOVE 0                TO BKR-CLOSE-DATE
           MOVE "A"              TO BKR-STATUS
           MOVE 0                TO BKR-CHARGED-OFF
           MOVE WS-OPERATOR-ID   TO BKR-RECORDED-BY
           IF WS-CASE-FOUND = 1
               REWRITE BANKRUPTCY-RECORD
           ELSE
               WRITE BANKRUPTCY-RECORD
           END-IF
           MOVE SPACES TO WS-HIST-NEW
           STRING "CH" WS-CHAPTER " " WS-CASE-NUMBER " FILED "
               WS-EVENT-DATE
               DELIMITED BY SIZE INTO WS-HIST-NEW
           PERFORM LOG-CASE-CHANGE
           DISPLAY "Filing recorded - collection activity is "
               "suspended for user " WS-USER-ID ".".
       RECORD-FILING-EXIT.
           EXIT.

       RECORD-DISMISSAL.
           IF WS-CASE-FOUND = 0 OR NOT BKR-IS-ACTIVE
               DISPLAY "No active case on file for user " WS-USER-ID
                   "."
               GO TO RECORD-DISMISSAL-EXIT
           END-IF
           PERFORM ACCEPT-CLOSE-DATE
           IF WS-EVENT-DATE = 0
               GO TO RECORD-DISMISSAL-EXIT
           END-IF
           MOVE "X" TO BKR-STATUS
           MOVE WS-EVENT-DATE TO BKR-CLOSE-DATE
           MOVE WS-OPERATOR-ID TO BKR-RECORDED-BY
           REWRITE BANKRUPTCY-RECORD
           MOVE SPACES TO WS-HIST-OLD WS-HIST-NEW
           STRING "CH" BKR-CHAPTER " " BKR-CASE-NUMBER " ACTIVE"
               DELIMITED BY SIZE INTO WS-HIST-OLD
           STRING "CH" BKR-CHAPTER " " BKR-CASE-NUMBER
               " DISMISSED " WS-EVENT-DATE
               DELIMITED BY SIZE INTO WS-HIST-NEW
           PERFORM LOG-CASE-CHANGE
           DISPLAY "Dismissal recorded - the stay is lifted and "
               "normal collection resumes.".
       RECORD-DISMISSAL-EXIT.
           EXIT.

       ACCEPT-CLOSE-DATE.
           DISPLAY "Date YYYYMMDD (0 for today): "
           ACCEPT WS-EVENT-DATE
           IF WS-EVENT-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-EVENT-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-DATE) NOT = 0
              OR WS-EVENT-DATE > WS-BUSINESS-DATE
              OR WS-EVENT-DATE < BKR-FILING-DATE
               DISPLAY "Date must fall between the filing date and "
                   "today."
               MOVE 0 TO WS-EVENT-DATE
           END-IF.

      *> Discharge: list what the order wipes out, get the
      *> supervisor override on the total, then charge each debt off
      *> through the ledger and close the case.
       RECORD-DISCHARGE.
           IF WS-CASE-FOUND = 0 OR NOT BKR-IS-ACTIVE
               DISPLAY "No active case on file for user " WS-USER-ID
                   "."
               GO TO RECORD-DISCHARGE-EXIT
           END-IF
           PERFORM ACCEPT-CLOSE-DATE
           IF WS-EVENT-DATE = 0
               GO TO RECORD-DISCHARGE-EXIT
           END-IF
           IF WS-BD-OPEN-FLAG = 0
               DISPLAY "Business date is closed - posting is locked."
               GO TO RECORD-DISCHARGE-EXIT
           END-IF
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO RECORD-DISCHARGE-EXIT
           END-IF
           PERFORM FIND-ELIGIBLE-BALANCES
               THRU FIND-ELIGIBLE-BALANCES-EXIT
           IF WS-ELIGIBLE-COUNT = 0
               DISPLAY "No balances eligible for charge-off."
           ELSE
               PERFORM VARYING WS-ELIG-IX FROM 1 BY 1
                       UNTIL WS-ELIG-IX > WS-ELIGIBLE-COUNT
                   MOVE WS-ELIG-LOSS(WS-ELIG-IX) TO WS-DISP-AMOUNT
                   DISPLAY "  Charge off " WS-ELIG-TYPE(WS-ELIG-IX)
                       " " WS-DISP-AMOUNT
               END-PERFORM
               MOVE WS-TOTAL-LOSS TO WS-DISP-AMOUNT
               DISPLAY "  Total " WS-DISP-AMOUNT
           END-IF
           DISPLAY "Record the discharge? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Discharge not recorded."
               CLOSE BALANCE-DB-FILE
               GO TO RECORD-DISCHARGE-EXIT
           END-IF
           IF WS-ELIGIBLE-COUNT > 0
               MOVE WS-TOTAL-LOSS TO WS-OVERRIDE-AMOUNT
               CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
                   WS-USER-ID WS-OVERRIDE-AMOUNT WS-OVERRIDE-GRANTED
               IF WS-OVERRIDE-GRANTED NOT = 1
                   DISPLAY "Charge-off refused - discharge not "
                       "recorded."
                   CLOSE BALANCE-DB-FILE
                   GO TO RECORD-DISCHARGE-EXIT
               END-IF
               PERFORM OPEN-POSTING-FILES
               PERFORM CHARGE-OFF-ONE-BALANCE
                   THRU CHARGE-OFF-ONE-BALANCE-EXIT
                   VARYING WS-ELIG-IX FROM 1 BY 1
                   UNTIL WS-ELIG-IX > WS-ELIGIBLE-COUNT
               PERFORM CLOSE-POSTING-FILES
           END-IF
           CLOSE BALANCE-DB-FILE
           MOVE "D" TO BKR-STATUS
           MOVE WS-EVENT-DATE TO BKR-CLOSE-DATE
           MOVE WS-TOTAL-LOSS TO BKR-CHARGED-OFF
           MOVE WS-OPERATOR-ID TO BKR-RECORDED-BY
           REWRITE BANKRUPTCY-RECORD
           MOVE SPACES TO WS-HIST-OLD WS-HIST-NEW
           STRING "CH" BKR-CHAPTER " " BKR-CASE-NUMBER " ACTIVE"
               DELIMITED BY SIZE INTO WS-HIST-OLD
           MOVE WS-TOTAL-LOSS TO WS-DISP-AMOUNT
           STRING "DISCHARGED " WS-EVENT-DATE " CHG-OFF "
               WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO WS-HIST-NEW
           PERFORM LOG-CASE-CHANGE
           DISPLAY "Discharge recorded for user " WS-USER-ID ".".
       RECORD-DISCHARGE-EXIT.
           EXIT.

       FIND-ELIGIBLE-BALANCES.
           MOVE 0 TO WS-ELIGIBLE-COUNT
           MOVE 0 TO WS-TOTAL-LOSS
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE LOW-VALUES TO BALANCE-REC-ACCOUNT-TYPE
           START BALANCE-DB-FILE KEY IS >= BALANCE-REC-KEY
               INVALID KEY
                   GO TO FIND-ELIGIBLE-BALANCES-EXIT
           END-START
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF BALANCE-REC-ID NOT = WS-USER-ID
                   EXIT PERFORM
               END-IF
               IF BALANCE-REC-BALANCE < 0
                   PERFORM TEST-ONE-BALANCE THRU TEST-ONE-BALANCE-EXIT
               END-IF
           END-PERFORM.
       FIND-ELIGIBLE-BALANCES-EXIT.
           EXIT.

      *> An ESCROW advance rides with the mortgage; a home equity
      *> line and a collateralised loan keep their lien through the
      *> discharge. Everything else below zero is unsecured debt.
       TEST-ONE-BALANCE.
           IF BALANCE-REC-ACCOUNT-TYPE = "ESCROW"
               GO TO TEST-ONE-BALANCE-EXIT
           END-IF
           IF WS-ELIGIBLE-COUNT >= 10
               GO TO TEST-ONE-BALANCE-EXIT
           END-IF
           EVALUATE BALANCE-REC-ACCOUNT-TYPE
               WHEN "LOAN"
                   PERFORM CHECK-LOANS-SECURED
                       THRU CHECK-LOANS-SECURED-EXIT
                   IF WS-LOAN-SECURED = 1
                       DISPLAY "  LOAN is secured - survives the "
                           "discharge."
                       GO TO TEST-ONE-BALANCE-EXIT
                   END-IF
                   ADD 1 TO WS-ELIGIBLE-COUNT
                   MOVE "L" TO WS-ELIG-KIND(WS-ELIGIBLE-COUNT)
               WHEN "CREDITLINE"
                   OPEN INPUT CREDIT-LINE-FILE
                   MOVE WS-USER-ID TO CL-USER-ID
                   MOVE "P" TO CL-LINE-TYPE
                   IF CREDIT-LINE-FILE-STATUS = "00"
                       READ CREDIT-LINE-FILE
                           INVALID KEY
                               MOVE "P" TO CL-LINE-TYPE
                       END-READ
                       CLOSE CREDIT-LINE-FILE
                   END-IF
                   IF CL-IS-HOME-EQUITY
                       DISPLAY "  Home equity line is secured - "
                           "survives the discharge."
                       GO TO TEST-ONE-BALANCE-EXIT
                   END-IF
                   ADD 1 TO WS-ELIGIBLE-COUNT
                   MOVE "C" TO WS-ELIG-KIND(WS-ELIGIBLE-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-ELIGIBLE-COUNT
                   MOVE "O" TO WS-ELIG-KIND(WS-ELIGIBLE-COUNT)
           END-EVALUATE
           MOVE BALANCE-REC-ACCOUNT-TYPE
               TO WS-ELIG-TYPE(WS-ELIGIBLE-COUNT)
           COMPUTE WS-ELIG-LOSS(WS-ELIGIBLE-COUNT) =
               0 - BALANCE-REC-BALANCE
           ADD WS-ELIG-LOSS(WS-ELIGIBLE-COUNT) TO WS-TOTAL-LOSS.
       TEST-ONE-BALANCE-EXIT.
           EXIT.

      *> The customer's LOAN row carries every loan they hold, so it
      *> is unsecured only when none of their active loans has a
      *> live collateral item behind it.
       CHECK-LOANS-SECURED.
           MOVE 0 TO WS-LOAN-SECURED
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO CHECK-LOANS-SECURED-EXIT
           END-IF
           OPEN INPUT COLLATERAL-FILE
           IF COLLATERAL-FILE-STATUS NOT = "00"
               CLOSE LOAN-MASTER-FILE
               GO TO CHECK-LOANS-SECURED-EXIT
           END-IF
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
                   OR WS-LOAN-SECURED = 1
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LN-USER-ID = WS-USER-ID AND LN-IS-ACTIVE
                   PERFORM SCAN-LOAN-COLLATERAL
                       THRU SCAN-LOAN-COLLATERAL-EXIT
               END-IF
           END-PERFORM
           CLOSE COLLATERAL-FILE
           CLOSE LOAN-MASTER-FILE.
       CHECK-LOANS-SECURED-EXIT.
           EXIT.

       SCAN-LOAN-COLLATERAL.
           MOVE LN-LOAN-ID TO COL-LOAN-ID
           START COLLATERAL-FILE KEY IS = COL-LOAN-ID
               INVALID KEY
                   GO TO SCAN-LOAN-COLLATERAL-EXIT
           END-START
           PERFORM UNTIL COLLATERAL-FILE-STATUS = "10"
               READ COLLATERAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF COL-LOAN-ID NOT = LN-LOAN-ID
                           EXIT PERFORM
                       END-IF
                       IF COL-IS-ACTIVE
                           MOVE 1 TO WS-LOAN-SECURED
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.
       SCAN-LOAN-COLLATERAL-EXIT.
           EXIT.

       OPEN-POSTING-FILES.
           OPEN I-O CHARGEOFF-FILE
           IF CHARGEOFF-FILE-STATUS = "35"
               OPEN OUTPUT CHARGEOFF-FILE
               CLOSE CHARGEOFF-FILE
               OPEN I-O CHARGEOFF-FILE
           END-IF
           OPEN I-O BALANCE-ARCHIVE-FILE
           IF BALANCE-ARCHIVE-FILE-STATUS = "35"
               OPEN OUTPUT BALANCE-ARCHIVE-FILE
               CLOSE BALANCE-ARCHIVE-FILE
               OPEN I-O BALANCE-ARCHIVE-FILE
           END-IF
           MOVE WS-BUSINESS-DATE(1:4) TO WS-DELETED-DATE(1:4)
           MOVE "-"                   TO WS-DELETED-DATE(5:1)
           MOVE WS-BUSINESS-DATE(5:2) TO WS-DELETED-DATE(6:2)
           MOVE "-"                   TO WS-DELETED-DATE(8:1)
           MOVE WS-BUSINESS-DATE(7:2) TO WS-DELETED-DATE(9:2).

       CLOSE-POSTING-FILES.
           CLOSE CHARGEOFF-FILE
           CLOSE BALANCE-ARCHIVE-FILE.

      *> Same three steps as the CHARGEOFF desk: the CHARGE-OFF row
      *> brings the account to zero through the ledger, the account
      *> is archived out of the live file, and a recovery record
      *> opens for the written-off amount.
       CHARGE-OFF-ONE-BALANCE.
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-ELIG-TYPE(WS-ELIG-IX) TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   GO TO CHARGE-OFF-ONE-BALANCE-EXIT
           END-READ
           MOVE WS-ELIG-TYPE(WS-ELIG-IX) TO WS-ACCOUNT-TYPE
           MOVE WS-ELIG-LOSS(WS-ELIG-IX) TO WS-LOSS-AMOUNT
           MOVE 0 TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           MOVE WS-LOSS-AMOUNT TO WS-TXN-AMOUNT
           MOVE 0 TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-CHG WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-ACCOUNT-TYPE WS-LEDGER-RATE
           PERFORM ARCHIVE-THE-ACCOUNT THRU ARCHIVE-THE-ACCOUNT-EXIT
           DELETE BALANCE-DB-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           CALL "DEREGISTER_ALIASES" USING WS-USER-ID WS-ACCOUNT-TYPE
               WS-ALIAS-REASON
           PERFORM OPEN-RECOVERY-RECORD THRU OPEN-RECOVERY-RECORD-EXIT
           EVALUATE WS-ELIG-KIND(WS-ELIG-IX)
               WHEN "L"
                   PERFORM CLOSE-CUSTOMER-LOANS
                       THRU CLOSE-CUSTOMER-LOANS-EXIT
               WHEN "C"
                   PERFORM CLOSE-CREDIT-LINE THRU CLOSE-CREDIT-LINE-EXIT
           END-EVALUATE
           MOVE WS-LOSS-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "  " WS-ACCOUNT-TYPE " charged off "
               WS-DISP-AMOUNT " - recovery record #" WS-NEXT-CHG-ID.
       CHARGE-OFF-ONE-BALANCE-EXIT.
           EXIT.

       ARCHIVE-THE-ACCOUNT.
           CALL "GET_NEXT_SEQ" USING "BALANCE-ARCHIVE-ID  "
                                      WS-NEXT-ARCH-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               GO TO ARCHIVE-THE-ACCOUNT-EXIT
           END-IF
           MOVE WS-NEXT-ARCH-ID TO ARCH-BAL-ID
           MOVE WS-USER-ID TO ARCH-BAL-USER-ID
           MOVE WS-ACCOUNT-TYPE TO ARCH-BAL-ACCOUNT-TYPE
           COMPUTE ARCH-BAL-BALANCE = 0 - WS-LOSS-AMOUNT
           MOVE BALANCE-REC-OVERDRAFT-LIMIT
               TO ARCH-BAL-OVERDRAFT-LIMIT
           MOVE BALANCE-REC-CURRENCY-CODE
               TO ARCH-BAL-CURRENCY-CODE
           MOVE WS-DELETED-DATE TO ARCH-BAL-DELETED-DATE
           MOVE SPACES TO ARCH-BAL-DELETED-TIME
           MOVE "BANKRUPTCY DISCHARGE" TO ARCH-BAL-CLOSE-REASON
           MOVE BALANCE-REC-BRANCH-CODE TO ARCH-BAL-BRANCH-CODE
           WRITE BALANCE-ARCHIVE-RECORD.
       ARCHIVE-THE-ACCOUNT-EXIT.
           EXIT.

       OPEN-RECOVERY-RECORD.
           MOVE 0 TO WS-NEXT-CHG-ID
           CALL "GET_NEXT_SEQ" USING "CHARGEOFF-ID        "
                                      WS-NEXT-CHG-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "WARNING: recovery record not opened - "
                   "track this loss by hand."
               GO TO OPEN-RECOVERY-RECORD-EXIT
           END-IF
           MOVE WS-NEXT-CHG-ID   TO CHG-ID
           MOVE WS-USER-ID       TO CHG-USER-ID
           MOVE WS-ACCOUNT-TYPE  TO CHG-ACCOUNT-TYPE
           MOVE WS-LOSS-AMOUNT   TO CHG-AMOUNT
           MOVE WS-BUSINESS-DATE TO CHG-DATE
           MOVE 0                TO CHG-RECOVERED
           MOVE "O"              TO CHG-STATUS
           WRITE CHARGEOFF-RECORD.
       OPEN-RECOVERY-RECORD-EXIT.
           EXIT.

       CLOSE-CUSTOMER-LOANS.
           OPEN I-O LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO CLOSE-CUSTOMER-LOANS-EXIT
           END-IF
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LN-USER-ID = WS-USER-ID AND LN-IS-ACTIVE
                   MOVE "C" TO LN-STATUS
                   MOVE "N" TO LN-AUTOPAY-FLAG
                   REWRITE LOAN-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.
       CLOSE-CUSTOMER-LOANS-EXIT.
           EXIT.

       CLOSE-CREDIT-LINE.
           OPEN I-O CREDIT-LINE-FILE
           IF CREDIT-LINE-FILE-STATUS NOT = "00"
               GO TO CLOSE-CREDIT-LINE-EXIT
           END-IF
           MOVE WS-USER-ID TO CL-USER-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO CL-STATUS
                   REWRITE CREDIT-LINE-RECORD
           END-READ
           CLOSE CREDIT-LINE-FILE.
       CLOSE-CREDIT-LINE-EXIT.
           EXIT.

       LIST-ACTIVE-CASES.
           MOVE 0 TO WS-ACTIVE-COUNT
           MOVE 0 TO BKR-USER-ID
           START BANKRUPTCY-FILE KEY IS >= BKR-USER-ID
               INVALID KEY
                   DISPLAY "No bankruptcy cases on file."
                   GO TO LIST-ACTIVE-CASES-EXIT
           END-START
           PERFORM UNTIL BANKRUPTCY-FILE-STATUS = "10"
               READ BANKRUPTCY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF BKR-IS-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM DISPLAY-ONE-CASE
               END-IF
           END-PERFORM
           DISPLAY "Active cases: " WS-ACTIVE-COUNT.
       LIST-ACTIVE-CASES-EXIT.
           EXIT.

       LOG-CASE-CHANGE.
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID.
