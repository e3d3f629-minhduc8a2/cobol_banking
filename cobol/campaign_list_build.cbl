       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN_LIST_BUILD.

      *> Builds the target list for a draft marketing campaign. Every
      *> customer in user.db is tested against the campaign's
      *> criteria (see campaign_record.cpy):
      *>   - holds every required product and none of the excluded
      *>     ones, and does not already hold the promoted product;
      *>   - average balance over the last CMP-BAND-DAYS days, from
      *>     the balance_history.db snapshots (the current balance
      *>     when an account has none in the window), inside the
      *>     band - for CMP-BAND-PRODUCT, or all deposit accounts
      *>     together when that is blank;
      *>   - tenure, measured from the earliest snapshot of any of
      *>     the customer's accounts (transaction.db is rolled over
      *>     each month, so it cannot date a relationship);
      *>   - holds an account at CMP-BRANCH; inside the age band.
      *> A customer who matches is still left off if deceased, if
      *> the address is flagged bad, if all correspondence is held,
      *> or if they have opted out of marketing - each counted on
      *> the report. Those selected are written to
      *> campaign_targets.db for CAMPAIGN_RESPONSE and listed with
      *> their contact details in campaign_list.txt (archived), and
      *> the campaign is marked built.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "campaigns.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS CAMPAIGN-FILE-STATUS.
           SELECT CAMPAIGN-TARGET-FILE ASSIGN TO "campaign_targets.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CAMPAIGN-TARGET-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.
           SELECT CONTACT-PREF-FILE ASSIGN TO "contact_prefs.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-USER-ID
               FILE STATUS IS CONTACT-PREF-FILE-STATUS.
           SELECT CL-REPORT-FILE ASSIGN TO "campaign_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE.
       COPY "campaign_record.cpy".

       FD CAMPAIGN-TARGET-FILE.
       COPY "campaign_target_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       FD CONTACT-PREF-FILE.
       COPY "contact_pref_record.cpy".

       FD CL-REPORT-FILE.
       01 CL-REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 CAMPAIGN-FILE-STATUS        PIC XX.
       01 CAMPAIGN-TARGET-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 BALANCE-HISTORY-FILE-STATUS PIC XX.
       01 CONTACT-PREF-FILE-STATUS    PIC XX.
       01 WS-HISTORY-OPEN  PIC 9 VALUE 0.
       01 WS-PREFS-OPEN    PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BD-YEAR   PIC 9(4).
           05 WS-BD-MONTH  PIC 9(2).
           05 WS-BD-DAY    PIC 9(2).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-CAMPAIGN-ID   PIC X(10).
       01 WS-WINDOW-START  PIC 9(8).
       01 WS-NEED-TENURE   PIC 9 VALUE 0.
       01 WS-NEED-BAND     PIC 9 VALUE 0.
       01 WS-NEED-AGE      PIC 9 VALUE 0.
      *> One customer's accounts, as found in balance.db.
       01 WS-HELD-COUNT    PIC 9(2) VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HELD-TYPE OCCURS 20 TIMES PIC X(10).
       01 WS-HELD-IDX      PIC 9(2).
       01 WS-SEARCH-TYPE   PIC X(10).
       01 WS-TYPE-FOUND    PIC 9 VALUE 0.
       01 WS-CRIT-IDX      PIC 9.
       01 WS-BRANCH-HIT    PIC 9 VALUE 0.
       01 WS-BAND-ACCOUNTS PIC 9(2) VALUE 0.
       01 WS-AVG-BALANCE   PIC S9(10)V99 VALUE 0.
       01 WS-SNAP-SUM      PIC S9(14)V99.
       01 WS-SNAP-COUNT    PIC 9(5).
       01 WS-FIRST-DATE    PIC 9(8).
       01 WS-FIRST-DATE-R REDEFINES WS-FIRST-DATE.
           05 WS-FD-YEAR   PIC 9(4).
           05 WS-FD-MONTH  PIC 9(2).
           05 WS-FD-DAY    PIC 9(2).
       01 WS-TENURE-MONTHS PIC S9(5).
       01 WS-DOB-NUM       PIC 9(8).
       01 WS-AGE           PIC 9(3).
       01 WS-REJECT        PIC 9 VALUE 0.
       01 WS-MATCHED-COUNT  PIC 9(7) VALUE 0.
       01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCL-DECEASED  PIC 9(7) VALUE 0.
       01 WS-EXCL-BAD-ADDR  PIC 9(7) VALUE 0.
       01 WS-EXCL-HELD-MAIL PIC 9(7) VALUE 0.
       01 WS-EXCL-OPT-OUT   PIC 9(7) VALUE 0.
       01 WS-DISP-AMOUNT   PIC -Z(9)9.99.
       01 WS-DISP-COUNT    PIC Z(6)9.
       01 WS-RC-PROGRAM    PIC X(20) VALUE "CAMPAIGN_LIST_BUILD".
       01 WS-RC-KEY        PIC X(30).
       01 WS-RC-FIELD      PIC X(20) VALUE "CAMPAIGN-STATUS".
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).
       01 WS-ARCH-SOURCE   PIC X(30) VALUE "campaign_list.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "CAMPAIGN-LIST".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Build campaign target list."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-ARCH-OPERATOR
           DISPLAY "Campaign code: "
           ACCEPT WS-CAMPAIGN-ID
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-ID) TO WS-CAMPAIGN-ID
           OPEN I-O CAMPAIGN-FILE
           IF CAMPAIGN-FILE-STATUS NOT = "00"
               DISPLAY "No campaigns on file."
               GOBACK
           END-IF
           MOVE WS-CAMPAIGN-ID TO CMP-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   DISPLAY "No such campaign."
                   CLOSE CAMPAIGN-FILE
                   GOBACK
           END-READ
           IF NOT CMP-IS-DRAFT
               DISPLAY "Campaign " CMP-ID " already had its list "
                   "built on " CMP-BUILT-DATE " - nothing done."
               CLOSE CAMPAIGN-FILE
               GOBACK
           END-IF
           IF CMP-MIN-TENURE > 0
               MOVE 1 TO WS-NEED-TENURE
           END-IF
           IF CMP-BAND-MIN > 0 OR CMP-BAND-MAX > 0
               MOVE 1 TO WS-NEED-BAND
           END-IF
           IF CMP-MIN-AGE > 0 OR CMP-MAX-AGE > 0
               MOVE 1 TO WS-NEED-AGE
           END-IF
           IF CMP-BAND-DAYS = 0
               MOVE 90 TO CMP-BAND-DAYS
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - CMP-BAND-DAYS)
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open user.db - status "
                   USER-DB-FILE-STATUS
               CLOSE CAMPAIGN-FILE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO WS-HISTORY-OPEN
           END-IF
           OPEN INPUT CONTACT-PREF-FILE
           IF CONTACT-PREF-FILE-STATUS = "00"
               MOVE 1 TO WS-PREFS-OPEN
           END-IF
           OPEN I-O CAMPAIGN-TARGET-FILE
           IF CAMPAIGN-TARGET-FILE-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-TARGET-FILE
               CLOSE CAMPAIGN-TARGET-FILE
               OPEN I-O CAMPAIGN-TARGET-FILE
           END-IF
           OPEN OUTPUT CL-REPORT-FILE
           MOVE SPACES TO CL-REPORT-LINE
           STRING "CAMPAIGN TARGET LIST  " CMP-ID "  " CMP-OFFER
               "  BUILT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           STRING "PROMOTES " CMP-PROMOTED-PRODUCT
               "  RESPONSE WINDOW " CMP-START-DATE " TO "
               CMP-END-DATE
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           STRING "CUSTOMER   NAME                           "
               "ADDRESS                                            "
               "EMAIL                                      AVG BALANCE"
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM UNTIL USER-DB-FILE-STATUS = "10"
               READ USER-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TEST-CUSTOMER THRU TEST-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           PERFORM PUT-BLANK-LINE
           MOVE WS-MATCHED-COUNT TO WS-DISP-COUNT
           STRING "Customers matching the criteria:   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-EXCL-DECEASED TO WS-DISP-COUNT
           STRING "  left off - deceased:             " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-EXCL-BAD-ADDR TO WS-DISP-COUNT
           STRING "  left off - bad address:          " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-EXCL-HELD-MAIL TO WS-DISP-COUNT
           STRING "  left off - correspondence held:  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-EXCL-OPT-OUT TO WS-DISP-COUNT
           STRING "  left off - marketing opt-out:    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-SELECTED-COUNT TO WS-DISP-COUNT
           STRING "Customers on the target list:      " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE
           CLOSE CL-REPORT-FILE
           MOVE "B" TO CMP-STATUS
           MOVE WS-BUSINESS-DATE TO CMP-BUILT-DATE
           MOVE WS-SELECTED-COUNT TO CMP-TARGET-COUNT
           MOVE 0 TO CMP-RESPONSE-COUNT
           REWRITE CAMPAIGN-RECORD
           MOVE CMP-ID TO WS-RC-KEY
           MOVE "D" TO WS-RC-OLD
           MOVE SPACES TO WS-RC-NEW
           STRING "B " WS-SELECTED-COUNT " TARGETS"
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           CLOSE CAMPAIGN-FILE
           CLOSE CAMPAIGN-TARGET-FILE
           CLOSE USER-DB-FILE
           CLOSE BALANCE-DB-FILE
           IF WS-HISTORY-OPEN = 1
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           IF WS-PREFS-OPEN = 1
               CLOSE CONTACT-PREF-FILE
           END-IF
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "CAMPAIGN=" CMP-ID " DATE=" WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Campaign " CMP-ID " built with "
               WS-SELECTED-COUNT " targets - see campaign_list.txt."
           GOBACK.

      *> Criteria first, then the contact exclusions, so the report
      *> can say how many matching customers each exclusion kept off.
       TEST-CUSTOMER.
           IF WS-NEED-AGE = 1
               PERFORM TEST-AGE THRU TEST-AGE-EXIT
               IF WS-REJECT = 1
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
           END-IF
           PERFORM SCAN-ACCOUNTS THRU SCAN-ACCOUNTS-EXIT
           IF WS-HELD-COUNT = 0
               GO TO TEST-CUSTOMER-EXIT
           END-IF
           MOVE CMP-PROMOTED-PRODUCT TO WS-SEARCH-TYPE
           PERFORM FIND-HELD-TYPE
           IF WS-TYPE-FOUND = 1
               GO TO TEST-CUSTOMER-EXIT
           END-IF
           MOVE 0 TO WS-REJECT
           PERFORM VARYING WS-CRIT-IDX FROM 1 BY 1
                   UNTIL WS-CRIT-IDX > 3
               IF CMP-HELD-PRODUCT(WS-CRIT-IDX) NOT = SPACES
                   MOVE CMP-HELD-PRODUCT(WS-CRIT-IDX) TO WS-SEARCH-TYPE
                   PERFORM FIND-HELD-TYPE
                   IF WS-TYPE-FOUND = 0
                       MOVE 1 TO WS-REJECT
                   END-IF
               END-IF
               IF CMP-NOT-HELD-PRODUCT(WS-CRIT-IDX) NOT = SPACES
                   MOVE CMP-NOT-HELD-PRODUCT(WS-CRIT-IDX)
                       TO WS-SEARCH-TYPE
                   PERFORM FIND-HELD-TYPE
                   IF WS-TYPE-FOUND = 1
                       MOVE 1 TO WS-REJECT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REJECT = 1
               GO TO TEST-CUSTOMER-EXIT
           END-IF
           IF CMP-BRANCH NOT = SPACES AND WS-BRANCH-HIT = 0
               GO TO TEST-CUSTOMER-EXIT
           END-IF
           IF WS-NEED-BAND = 1
               IF WS-BAND-ACCOUNTS = 0
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
               IF WS-AVG-BALANCE < CMP-BAND-MIN
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
               IF CMP-BAND-MAX > 0 AND WS-AVG-BALANCE > CMP-BAND-MAX
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
           END-IF
           IF WS-NEED-TENURE = 1
               IF WS-FIRST-DATE = 99999999
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
               COMPUTE WS-TENURE-MONTHS =
                   (WS-BD-YEAR * 12 + WS-BD-MONTH)
                   - (WS-FD-YEAR * 12 + WS-FD-MONTH)
               IF WS-BD-DAY < WS-FD-DAY
                   SUBTRACT 1 FROM WS-TENURE-MONTHS
               END-IF
               IF WS-TENURE-MONTHS < CMP-MIN-TENURE
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-MATCHED-COUNT
           IF USER-IS-DECEASED
               ADD 1 TO WS-EXCL-DECEASED
               GO TO TEST-CUSTOMER-EXIT
           END-IF
           IF WS-PREFS-OPEN = 1
               MOVE USER-REC-ID TO CP-USER-ID
               READ CONTACT-PREF-FILE
                   INVALID KEY
                       INITIALIZE CONTACT-PREF-RECORD
               END-READ
               IF CP-ADDRESS-IS-BAD
                   ADD 1 TO WS-EXCL-BAD-ADDR
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
               IF CP-HOLD-ALL
                   ADD 1 TO WS-EXCL-HELD-MAIL
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
               IF CP-NO-MARKETING
                   ADD 1 TO WS-EXCL-OPT-OUT
                   GO TO TEST-CUSTOMER-EXIT
               END-IF
           END-IF
           MOVE CMP-ID TO CT-CAMPAIGN-ID
           MOVE USER-REC-ID TO CT-USER-ID
           MOVE WS-BUSINESS-DATE TO CT-SELECTED-DATE
           MOVE WS-AVG-BALANCE TO CT-AVG-BALANCE
           MOVE "N" TO CT-RESPONDED
           MOVE 0 TO CT-RESPONSE-DATE
           WRITE CAMPAIGN-TARGET-RECORD
               INVALID KEY
                   REWRITE CAMPAIGN-TARGET-RECORD
           END-WRITE
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-AVG-BALANCE TO WS-DISP-AMOUNT
           STRING USER-REC-ID " " USER-REC-NAME " " USER-REC-ADDRESS
               " " USER-REC-EMAIL " " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO CL-REPORT-LINE
           PERFORM PUT-LINE.
       TEST-CUSTOMER-EXIT.
           EXIT.

      *> An age band selects individuals only: a business's
      *> USER-REC-DOB is its date of formation.
       TEST-AGE.
           MOVE 1 TO WS-REJECT
           IF USER-IS-BUSINESS
               GO TO TEST-AGE-EXIT
           END-IF
           IF USER-REC-DOB(1:4) NOT NUMERIC
                   OR USER-REC-DOB(6:2) NOT NUMERIC
                   OR USER-REC-DOB(9:2) NOT NUMERIC
               GO TO TEST-AGE-EXIT
           END-IF
           MOVE USER-REC-DOB(1:4) TO WS-DOB-NUM(1:4)
           MOVE USER-REC-DOB(6:2) TO WS-DOB-NUM(5:2)
           MOVE USER-REC-DOB(9:2) TO WS-DOB-NUM(7:2)
           IF WS-DOB-NUM > WS-BUSINESS-DATE
               GO TO TEST-AGE-EXIT
           END-IF
           COMPUTE WS-AGE = (WS-BUSINESS-DATE - WS-DOB-NUM) / 10000
           IF WS-AGE < CMP-MIN-AGE
               GO TO TEST-AGE-EXIT
           END-IF
           IF CMP-MAX-AGE > 0 AND WS-AGE > CMP-MAX-AGE
               GO TO TEST-AGE-EXIT
           END-IF
           MOVE 0 TO WS-REJECT.
       TEST-AGE-EXIT.
           EXIT.

      *> One pass over the customer's balance.db rows: the products
      *> held, whether any sits at the campaign branch, the combined
      *> average balance of the band accounts and the earliest
      *> snapshot date of any account.
       SCAN-ACCOUNTS.
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-BRANCH-HIT
           MOVE 0 TO WS-BAND-ACCOUNTS
           MOVE 0 TO WS-AVG-BALANCE
           MOVE 99999999 TO WS-FIRST-DATE
           MOVE USER-REC-ID TO BALANCE-REC-ID
           MOVE LOW-VALUES TO BALANCE-REC-ACCOUNT-TYPE
           START BALANCE-DB-FILE KEY IS >= BALANCE-REC-KEY
               INVALID KEY
                   GO TO SCAN-ACCOUNTS-EXIT
           END-START
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF BALANCE-REC-ID NOT = USER-REC-ID
                   EXIT PERFORM
               END-IF
               IF WS-HELD-COUNT < 20
                   ADD 1 TO WS-HELD-COUNT
                   MOVE BALANCE-REC-ACCOUNT-TYPE
                       TO WS-HELD-TYPE(WS-HELD-COUNT)
               END-IF
               IF BALANCE-REC-BRANCH-CODE = CMP-BRANCH
                   MOVE 1 TO WS-BRANCH-HIT
               END-IF
               IF CMP-BAND-PRODUCT = SPACES
                   IF BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
                      AND BALANCE-REC-ACCOUNT-TYPE NOT = "CREDITLINE"
                       PERFORM AVERAGE-ONE-ACCOUNT
                   END-IF
               ELSE
                   IF BALANCE-REC-ACCOUNT-TYPE = CMP-BAND-PRODUCT
                       PERFORM AVERAGE-ONE-ACCOUNT
                   END-IF
               END-IF
               IF WS-NEED-TENURE = 1 AND WS-HISTORY-OPEN = 1
                   PERFORM FIRST-SNAPSHOT THRU FIRST-SNAPSHOT-EXIT
               END-IF
           END-PERFORM.
       SCAN-ACCOUNTS-EXIT.
           EXIT.

      *> Mean of the account's snapshots inside the window, or its
      *> current balance when there are none (a new account, or
      *> snapshots not yet running).
       AVERAGE-ONE-ACCOUNT.
           ADD 1 TO WS-BAND-ACCOUNTS
           MOVE 0 TO WS-SNAP-SUM
           MOVE 0 TO WS-SNAP-COUNT
           IF WS-HISTORY-OPEN = 1
               MOVE BALANCE-REC-ID TO BH-BALANCE-ID
               MOVE BALANCE-REC-ACCOUNT-TYPE TO BH-BALANCE-ACCOUNT-TYPE
               MOVE WS-WINDOW-START TO BH-SNAPSHOT-DATE
               START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
                   INVALID KEY
                       MOVE "10" TO BALANCE-HISTORY-FILE-STATUS
               END-START
               PERFORM UNTIL BALANCE-HISTORY-FILE-STATUS = "10"
                   READ BALANCE-HISTORY-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF BH-BALANCE-ID NOT = BALANCE-REC-ID
                       OR BH-BALANCE-ACCOUNT-TYPE
                           NOT = BALANCE-REC-ACCOUNT-TYPE
                       OR BH-SNAPSHOT-DATE > WS-BUSINESS-DATE
                       EXIT PERFORM
                   END-IF
                   ADD BH-BALANCE TO WS-SNAP-SUM
                   ADD 1 TO WS-SNAP-COUNT
               END-PERFORM
           END-IF
           IF WS-SNAP-COUNT > 0
               COMPUTE WS-AVG-BALANCE ROUNDED = WS-AVG-BALANCE
                   + WS-SNAP-SUM / WS-SNAP-COUNT
           ELSE
               ADD BALANCE-REC-BALANCE TO WS-AVG-BALANCE
           END-IF.

       FIRST-SNAPSHOT.
           MOVE BALANCE-REC-ID TO BH-BALANCE-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO BH-BALANCE-ACCOUNT-TYPE
           MOVE 0 TO BH-SNAPSHOT-DATE
           START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
               INVALID KEY
                   GO TO FIRST-SNAPSHOT-EXIT
           END-START
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO FIRST-SNAPSHOT-EXIT
           END-READ
           IF BH-BALANCE-ID = BALANCE-REC-ID
              AND BH-BALANCE-ACCOUNT-TYPE = BALANCE-REC-ACCOUNT-TYPE
              AND BH-SNAPSHOT-DATE < WS-FIRST-DATE
               MOVE BH-SNAPSHOT-DATE TO WS-FIRST-DATE
           END-IF.
       FIRST-SNAPSHOT-EXIT.
           EXIT.

       FIND-HELD-TYPE.
           MOVE 0 TO WS-TYPE-FOUND
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-TYPE(WS-HELD-IDX) = WS-SEARCH-TYPE
                   MOVE 1 TO WS-TYPE-FOUND
               END-IF
           END-PERFORM.

       PUT-BLANK-LINE.
           MOVE SPACES TO CL-REPORT-LINE
           WRITE CL-REPORT-LINE.

       PUT-LINE.
           WRITE CL-REPORT-LINE
           DISPLAY CL-REPORT-LINE
           MOVE SPACES TO CL-REPORT-LINE.
