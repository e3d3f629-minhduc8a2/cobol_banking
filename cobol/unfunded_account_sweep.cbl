       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNFUNDED_ACCOUNT_SWEEP.

      *> Daily follow-up of accounts opened and never funded. Every
      *> balance.db account with an ACCOUNT-OPEN row in
      *> transaction.db (ADD_USER's opening entry - its date, its
      *> operator) and no credit posted to it since is checked
      *> against the business date:
      *>   - UNFUNDED-REMIND-DAYS (10) after opening the customer is
      *>     sent a FUNDING-REMIND letter through LETTER_ENGINE and
      *>     the account is recorded on unfunded_accounts.db;
      *>   - UNFUNDED-CLOSE-DAYS (30) after opening an account still
      *>     unfunded is closed through ACCOUNT_CLOSURE, the same
      *>     path CLOSE_ACCOUNT takes, with reason NEVER-FUNDED, and
      *>     the customer is sent a NEVER-FUNDED letter.
      *> A closure always follows its reminder by the gap between
      *> the two parameters, so an account first seen late still
      *> gets its notice before it goes. An account that is
      *> overdrawn or frozen when it falls due is referred to its
      *> branch instead of closed. A credit arriving after the
      *> reminder marks the row funded. The day's list, grouped by
      *> the opening branch, goes to unfunded_accounts_branch.txt
      *> and the report archive; each final statement is archived.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT UNFUNDED-ACCOUNT-FILE ASSIGN TO
               "unfunded_accounts.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UF-KEY
               FILE STATUS IS UNFUNDED-ACCOUNT-FILE-STATUS.
           SELECT BRANCH-LIST-FILE ASSIGN TO
               "unfunded_accounts_branch.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD UNFUNDED-ACCOUNT-FILE.
       COPY "unfunded_account_record.cpy".

       FD BRANCH-LIST-FILE.
       01 BRANCH-LIST-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS       PIC XX.
       01 TRANSACTION-DB-FILE-STATUS   PIC XX.
       01 USER-DB-FILE-STATUS          PIC XX.
       01 UNFUNDED-ACCOUNT-FILE-STATUS PIC XX.
       01 WS-USER-OPEN     PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-REMIND-DAYS   PIC 9(3) VALUE 10.
       01 WS-CLOSE-DAYS    PIC 9(3) VALUE 30.
       01 WS-NOTICE-DAYS   PIC 9(3).
      *> One account's opening and funding, from its ledger rows.
       01 WS-HAS-OPENING   PIC 9 VALUE 0.
       01 WS-CREDIT-FOUND  PIC 9 VALUE 0.
       01 WS-OPEN-DATE     PIC 9(8).
       01 WS-OPEN-OPERATOR PIC 9(10).
       01 WS-DAYS-OPEN     PIC S9(7).
       01 WS-DAYS-NOTICED  PIC S9(7).
       01 WS-ROW-FOUND     PIC 9 VALUE 0.
      *> The day's worklist: everything reminded, awaiting closure,
      *> closed or referred, printed per opening branch.
       01 WS-ITEM-COUNT    PIC 9(4) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM OCCURS 999 TIMES.
               10 WS-IT-BRANCH      PIC X(04).
               10 WS-IT-USER        PIC 9(10).
               10 WS-IT-TYPE        PIC X(10).
               10 WS-IT-ACCOUNT-NO  PIC 9(10).
               10 WS-IT-NAME        PIC X(30).
               10 WS-IT-OPEN-DATE   PIC 9(8).
               10 WS-IT-OPERATOR    PIC 9(10).
               10 WS-IT-DAYS        PIC S9(7).
               10 WS-IT-BALANCE     PIC S9(10)V99.
               10 WS-IT-ACTION      PIC X(10).
       01 WS-ITEM-IX       PIC 9(4).
       01 WS-NEXT-ACTION   PIC X(10).
       01 WS-TABLE-FULL    PIC 9 VALUE 0.
       01 WS-BRANCH-COUNT  PIC 9(3) VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-CODE OCCURS 200 TIMES PIC X(04).
       01 WS-BR-IX         PIC 9(3).
       01 WS-BR-FOUND      PIC 9 VALUE 0.
       01 WS-BR-LINES      PIC 9(4).
      *> The closure call and its letters.
       01 WS-CLOSE-REASON  PIC X(20) VALUE "NEVER-FUNDED".
       01 WS-ORDERS-CANCELLED PIC 9(4) VALUE 0.
       01 WS-HOLDERS-REMOVED  PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-CLOSED PIC 9 VALUE 0.
       01 WS-ACCOUNT-FROZEN PIC 9 VALUE 0.
       01 WS-LETTER-EVENT  PIC X(15).
       01 WS-LETTER-AMOUNT PIC S9(10)V99 VALUE 0.
      *> Run totals.
       01 WS-CHECKED-COUNT  PIC 9(6) VALUE 0.
       01 WS-REMINDED-COUNT PIC 9(6) VALUE 0.
       01 WS-FUNDED-COUNT   PIC 9(6) VALUE 0.
       01 WS-CLOSED-COUNT   PIC 9(6) VALUE 0.
       01 WS-REFERRED-COUNT PIC 9(6) VALUE 0.
       01 WS-DISP-DAYS     PIC ZZZ9.
       01 WS-DISP-BALANCE  PIC -(9)9.99.
       01 WS-ARCH-SOURCE   PIC X(30).
       01 WS-ARCH-TYPE     PIC X(20).
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Unfunded account follow-up is running."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE "UNFUNDED-REMIND-DAYS" TO WS-PARAM-NAME
           MOVE "10" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-REMIND-DAYS
           MOVE "UNFUNDED-CLOSE-DAYS" TO WS-PARAM-NAME
           MOVE "30" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-CLOSE-DAYS
           IF WS-REMIND-DAYS = 0
               MOVE 10 TO WS-REMIND-DAYS
           END-IF
           IF WS-CLOSE-DAYS NOT > WS-REMIND-DAYS
               DISPLAY "UNFUNDED-CLOSE-DAYS must be later than "
                   "UNFUNDED-REMIND-DAYS - using "
                   WS-REMIND-DAYS " and 20 days later."
               COMPUTE WS-CLOSE-DAYS = WS-REMIND-DAYS + 20
           END-IF
           COMPUTE WS-NOTICE-DAYS = WS-CLOSE-DAYS - WS-REMIND-DAYS
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GOBACK
           END-IF
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               DISPLAY "No transactions on file - nothing to follow "
                   "up."
               CLOSE BALANCE-DB-FILE
               GOBACK
           END-IF
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-USER-OPEN
           END-IF
           OPEN I-O UNFUNDED-ACCOUNT-FILE
           IF UNFUNDED-ACCOUNT-FILE-STATUS = "35"
               OPEN OUTPUT UNFUNDED-ACCOUNT-FILE
               CLOSE UNFUNDED-ACCOUNT-FILE
               OPEN I-O UNFUNDED-ACCOUNT-FILE
           END-IF
      *>   Pass one decides; the closures wait until balance.db is
      *>   no longer being read, because ACCOUNT_CLOSURE deletes
      *>   from it.
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
                           THRU CHECK-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM
           CLOSE BALANCE-DB-FILE
           CLOSE TRANSACTION-DB-FILE
           IF WS-USER-OPEN = 1
               CLOSE USER-DB-FILE
           END-IF
           PERFORM CLOSE-ONE-ACCOUNT THRU CLOSE-ONE-ACCOUNT-EXIT
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > WS-ITEM-COUNT
           CLOSE UNFUNDED-ACCOUNT-FILE
           PERFORM WRITE-BRANCH-LIST THRU WRITE-BRANCH-LIST-EXIT
           MOVE "unfunded_accounts_branch.txt" TO WS-ARCH-SOURCE
           MOVE "UNFUNDED-ACCOUNTS" TO WS-ARCH-TYPE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " REMIND=" WS-REMIND-DAYS
               " CLOSE=" WS-CLOSE-DAYS
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Accounts checked:     " WS-CHECKED-COUNT
           DISPLAY "Reminders sent:       " WS-REMINDED-COUNT
           DISPLAY "Funded since reminder: " WS-FUNDED-COUNT
           DISPLAY "Closed never funded:  " WS-CLOSED-COUNT
           DISPLAY "Referred to branch:   " WS-REFERRED-COUNT
           DISPLAY "Branch list in unfunded_accounts_branch.txt"
           GOBACK.

       CHECK-ONE-ACCOUNT.
           PERFORM FIND-OPENING THRU FIND-OPENING-EXIT
           IF WS-HAS-OPENING = 0
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-CHECKED-COUNT
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE)
           MOVE BALANCE-REC-ID TO UF-BALANCE-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO UF-ACCOUNT-TYPE
           MOVE WS-OPEN-DATE TO UF-OPEN-DATE
           MOVE 1 TO WS-ROW-FOUND
           READ UNFUNDED-ACCOUNT-FILE
               INVALID KEY
                   MOVE 0 TO WS-ROW-FOUND
           END-READ
           IF WS-CREDIT-FOUND = 1
               IF WS-ROW-FOUND = 1 AND NOT UF-IS-FUNDED
                   MOVE "F" TO UF-STATUS
                   MOVE WS-BUSINESS-DATE TO UF-STATUS-DATE
                   REWRITE UNFUNDED-ACCOUNT-RECORD
                   ADD 1 TO WS-FUNDED-COUNT
               END-IF
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-DAYS-OPEN < WS-REMIND-DAYS
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-ROW-FOUND = 0
               PERFORM SEND-REMINDER
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           IF NOT UF-IS-REMINDED AND NOT UF-IS-REFERRED
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           COMPUTE WS-DAYS-NOTICED =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(UF-REMINDER-DATE)
      *>   Due items are listed as CLOSE here and settled - closed
      *>   or referred - once pass one is over.
           IF WS-DAYS-OPEN >= WS-CLOSE-DAYS
              AND WS-DAYS-NOTICED >= WS-NOTICE-DAYS
               MOVE "CLOSE" TO WS-NEXT-ACTION
           ELSE
               MOVE "AWAITING" TO WS-NEXT-ACTION
           END-IF
           PERFORM ADD-LIST-ITEM THRU ADD-LIST-ITEM-EXIT.
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

      *> Walks the account's ledger rows in date order on the
      *> alternate key. The latest ACCOUNT-OPEN row starts the
      *> account's life (an earlier closure under the same key does
      *> not count); any positive movement from then on - the
      *> opening deposit included - means it was funded.
       FIND-OPENING.
           MOVE 0 TO WS-HAS-OPENING
           MOVE 0 TO WS-CREDIT-FOUND
           MOVE BALANCE-REC-ID TO TXN-ALT-USER-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO TXN-ALT-ACCOUNT-TYPE
           MOVE LOW-VALUES TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS >= TXN-ALT-KEY
               INVALID KEY
                   GO TO FIND-OPENING-EXIT
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-ALT-USER-ID NOT = BALANCE-REC-ID
                          OR TXN-ALT-ACCOUNT-TYPE NOT =
                             BALANCE-REC-ACCOUNT-TYPE
                           EXIT PERFORM
                       END-IF
                       IF TXN-TYPE = "ACCOUNT-OPEN"
                           MOVE 1 TO WS-HAS-OPENING
                           MOVE 0 TO WS-CREDIT-FOUND
                           MOVE TXN-DATE(1:4) TO WS-OPEN-DATE(1:4)
                           MOVE TXN-DATE(6:2) TO WS-OPEN-DATE(5:2)
                           MOVE TXN-DATE(9:2) TO WS-OPEN-DATE(7:2)
                           MOVE TXN-OPERATOR-ID TO WS-OPEN-OPERATOR
                       END-IF
                       IF TXN-AMOUNT > 0
                           MOVE 1 TO WS-CREDIT-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HAS-OPENING = 1
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-OPEN-DATE) NOT = 0
               MOVE 0 TO WS-HAS-OPENING
           END-IF.
       FIND-OPENING-EXIT.
           EXIT.

       SEND-REMINDER.
           INITIALIZE UNFUNDED-ACCOUNT-RECORD
           MOVE BALANCE-REC-ID TO UF-BALANCE-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO UF-ACCOUNT-TYPE
           MOVE WS-OPEN-DATE TO UF-OPEN-DATE
           MOVE BALANCE-REC-BRANCH-CODE TO UF-BRANCH-CODE
           MOVE WS-OPEN-OPERATOR TO UF-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO UF-REMINDER-DATE
           MOVE "R" TO UF-STATUS
           MOVE WS-BUSINESS-DATE TO UF-STATUS-DATE
           WRITE UNFUNDED-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Follow-up row already on file for User "
                       BALANCE-REC-ID " " BALANCE-REC-ACCOUNT-TYPE
           END-WRITE
           MOVE "FUNDING-REMIND" TO WS-LETTER-EVENT
           MOVE 0 TO WS-LETTER-AMOUNT
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               BALANCE-REC-ID BALANCE-REC-ACCOUNT-TYPE
               WS-LETTER-AMOUNT
           ADD 1 TO WS-REMINDED-COUNT
           MOVE "REMINDED" TO WS-NEXT-ACTION
           PERFORM ADD-LIST-ITEM THRU ADD-LIST-ITEM-EXIT.

      *> The current balance record as one line of the worklist,
      *> with the action the caller set in WS-NEXT-ACTION.
       ADD-LIST-ITEM.
           IF WS-ITEM-COUNT >= 999
               MOVE 1 TO WS-TABLE-FULL
               GO TO ADD-LIST-ITEM-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-ITEM-IX
           MOVE WS-NEXT-ACTION TO WS-IT-ACTION (WS-ITEM-IX)
           MOVE BALANCE-REC-BRANCH-CODE TO WS-IT-BRANCH (WS-ITEM-IX)
           MOVE BALANCE-REC-ID TO WS-IT-USER (WS-ITEM-IX)
           MOVE BALANCE-REC-ACCOUNT-TYPE TO WS-IT-TYPE (WS-ITEM-IX)
           MOVE BALANCE-REC-ACCOUNT-NO
               TO WS-IT-ACCOUNT-NO (WS-ITEM-IX)
           MOVE WS-OPEN-DATE TO WS-IT-OPEN-DATE (WS-ITEM-IX)
           MOVE WS-OPEN-OPERATOR TO WS-IT-OPERATOR (WS-ITEM-IX)
           MOVE WS-DAYS-OPEN TO WS-IT-DAYS (WS-ITEM-IX)
           MOVE BALANCE-REC-BALANCE TO WS-IT-BALANCE (WS-ITEM-IX)
           MOVE SPACES TO WS-IT-NAME (WS-ITEM-IX)
           IF WS-USER-OPEN = 1
               MOVE BALANCE-REC-ID TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USER-REC-NAME TO WS-IT-NAME (WS-ITEM-IX)
               END-READ
           END-IF.
       ADD-LIST-ITEM-EXIT.
           EXIT.

      *> A due account goes through ACCOUNT_CLOSURE only when it is
      *> clean - nothing owed, nothing held, no legal hold; anything
      *> else is referred to the branch and tried again tomorrow.
       CLOSE-ONE-ACCOUNT.
           IF WS-IT-ACTION (WS-ITEM-IX) NOT = "CLOSE"
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE WS-IT-USER (WS-ITEM-IX) TO UF-BALANCE-ID
           MOVE WS-IT-TYPE (WS-ITEM-IX) TO UF-ACCOUNT-TYPE
           MOVE WS-IT-OPEN-DATE (WS-ITEM-IX) TO UF-OPEN-DATE
           READ UNFUNDED-ACCOUNT-FILE
               INVALID KEY
                   GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-READ
           MOVE "REFERRED" TO WS-IT-ACTION (WS-ITEM-IX)
           MOVE "X" TO UF-STATUS
           MOVE WS-BUSINESS-DATE TO UF-STATUS-DATE
           IF WS-IT-BALANCE (WS-ITEM-IX) NOT = 0
               GO TO CLOSE-ONE-ACCOUNT-REFER
           END-IF
           CALL "CHECK_FREEZE" USING WS-IT-USER (WS-ITEM-IX)
               WS-IT-TYPE (WS-ITEM-IX) WS-ACCOUNT-FROZEN
           IF WS-ACCOUNT-FROZEN = 1
               GO TO CLOSE-ONE-ACCOUNT-REFER
           END-IF
           CALL "ACCOUNT_CLOSURE" USING WS-IT-USER (WS-ITEM-IX)
               WS-IT-TYPE (WS-ITEM-IX) WS-CLOSE-REASON
               WS-ORDERS-CANCELLED WS-HOLDERS-REMOVED
               WS-ACCOUNT-CLOSED
           IF WS-ACCOUNT-CLOSED NOT = 1
               GO TO CLOSE-ONE-ACCOUNT-REFER
           END-IF
           MOVE "CLOSED" TO WS-IT-ACTION (WS-ITEM-IX)
           MOVE "C" TO UF-STATUS
           REWRITE UNFUNDED-ACCOUNT-RECORD
           ADD 1 TO WS-CLOSED-COUNT
           MOVE "NEVER-FUNDED" TO WS-LETTER-EVENT
           MOVE 0 TO WS-LETTER-AMOUNT
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               WS-IT-USER (WS-ITEM-IX) WS-IT-TYPE (WS-ITEM-IX)
               WS-LETTER-AMOUNT
      *>   final_statement.txt is rewritten by every closure - the
      *>   archive keeps each one.
           MOVE "final_statement.txt" TO WS-ARCH-SOURCE
           MOVE "FINAL-STATEMENT" TO WS-ARCH-TYPE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "USER=" WS-IT-USER (WS-ITEM-IX)
               " TYPE=" WS-IT-TYPE (WS-ITEM-IX)
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           GO TO CLOSE-ONE-ACCOUNT-EXIT.
       CLOSE-ONE-ACCOUNT-REFER.
           REWRITE UNFUNDED-ACCOUNT-RECORD
           ADD 1 TO WS-REFERRED-COUNT.
       CLOSE-ONE-ACCOUNT-EXIT.
           EXIT.

      *> One section per opening branch, in the order the branches
      *> were first met on balance.db (its key order).
       WRITE-BRANCH-LIST.
           OPEN OUTPUT BRANCH-LIST-FILE
           MOVE SPACES TO BRANCH-LIST-LINE
           STRING "UNFUNDED ACCOUNT FOLLOW-UP   BUSINESS DATE "
               WS-BUSINESS-DATE "   REMIND AT " WS-REMIND-DAYS
               " DAYS, CLOSE AT " WS-CLOSE-DAYS " DAYS"
               DELIMITED BY SIZE INTO BRANCH-LIST-LINE
           WRITE BRANCH-LIST-LINE
           IF WS-ITEM-COUNT = 0
               MOVE "No unfunded accounts to follow up today."
                   TO BRANCH-LIST-LINE
               WRITE BRANCH-LIST-LINE
               CLOSE BRANCH-LIST-FILE
               GO TO WRITE-BRANCH-LIST-EXIT
           END-IF
           MOVE 0 TO WS-BRANCH-COUNT
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               MOVE 0 TO WS-BR-FOUND
               PERFORM VARYING WS-BR-IX FROM 1 BY 1
                       UNTIL WS-BR-IX > WS-BRANCH-COUNT
                   IF WS-BRANCH-CODE (WS-BR-IX)
                      = WS-IT-BRANCH (WS-ITEM-IX)
                       MOVE 1 TO WS-BR-FOUND
                   END-IF
               END-PERFORM
               IF WS-BR-FOUND = 0 AND WS-BRANCH-COUNT < 200
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-IT-BRANCH (WS-ITEM-IX)
                       TO WS-BRANCH-CODE (WS-BRANCH-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BRANCH-COUNT
               PERFORM WRITE-ONE-BRANCH
           END-PERFORM
           IF WS-TABLE-FULL = 1
               MOVE SPACES TO BRANCH-LIST-LINE
               WRITE BRANCH-LIST-LINE
               MOVE SPACES TO BRANCH-LIST-LINE
               STRING "*** Worklist full - later accounts were not "
                   "listed; they are picked up again tomorrow."
                   DELIMITED BY SIZE INTO BRANCH-LIST-LINE
               WRITE BRANCH-LIST-LINE
           END-IF
           CLOSE BRANCH-LIST-FILE.
       WRITE-BRANCH-LIST-EXIT.
           EXIT.

       WRITE-ONE-BRANCH.
           MOVE SPACES TO BRANCH-LIST-LINE
           WRITE BRANCH-LIST-LINE
           MOVE SPACES TO BRANCH-LIST-LINE
           STRING "BRANCH " WS-BRANCH-CODE (WS-BR-IX)
               DELIMITED BY SIZE INTO BRANCH-LIST-LINE
           WRITE BRANCH-LIST-LINE
           MOVE SPACES TO BRANCH-LIST-LINE
           STRING "ACTION     ACCOUNT NO USER ID    TYPE       "
               "NAME                           OPENED   "
               "OPERATOR   DAYS       BALANCE"
               DELIMITED BY SIZE INTO BRANCH-LIST-LINE
           WRITE BRANCH-LIST-LINE
           MOVE 0 TO WS-BR-LINES
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF WS-IT-BRANCH (WS-ITEM-IX) = WS-BRANCH-CODE (WS-BR-IX)
                   ADD 1 TO WS-BR-LINES
                   MOVE WS-IT-DAYS (WS-ITEM-IX) TO WS-DISP-DAYS
                   MOVE WS-IT-BALANCE (WS-ITEM-IX) TO WS-DISP-BALANCE
                   MOVE SPACES TO BRANCH-LIST-LINE
                   STRING WS-IT-ACTION (WS-ITEM-IX) " "
                       WS-IT-ACCOUNT-NO (WS-ITEM-IX) " "
                       WS-IT-USER (WS-ITEM-IX) " "
                       WS-IT-TYPE (WS-ITEM-IX) " "
                       WS-IT-NAME (WS-ITEM-IX) " "
                       WS-IT-OPEN-DATE (WS-ITEM-IX) " "
                       WS-IT-OPERATOR (WS-ITEM-IX) " "
                       WS-DISP-DAYS " " WS-DISP-BALANCE
                       DELIMITED BY SIZE INTO BRANCH-LIST-LINE
                   WRITE BRANCH-LIST-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO BRANCH-LIST-LINE
           STRING "Accounts listed for " WS-BRANCH-CODE (WS-BR-IX)
               ": " WS-BR-LINES
               DELIMITED BY SIZE INTO BRANCH-LIST-LINE
           WRITE BRANCH-LIST-LINE.
