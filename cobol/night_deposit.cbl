       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT_DEPOSIT.

      *> Night depository desk. Each bag taken out of the depository
      *> is logged against its customer and account with the amount
      *> declared on the slip. Opening a bag takes two different
      *> operators, each signing in with their own password and each
      *> counting the contents piece by piece; only when the two
      *> counts agree does the bag post, as an ordinary cash DEPOSIT
      *> through LOG_TRANSACTION (under the first counter's cash
      *> authority, as at the counter), with the pieces going into
      *> the branch vault and its "V" denomination row. A count that
      *> differs from the declared amount is raised to the exception
      *> hub and the customer is sent a NIGHT-DEPOSIT notice. A bag
      *> that cannot be processed may be handed back unopened under
      *> a supervisor override. END_OF_DAY will not close the day
      *> while a bag received before NIGHT-DEPOSIT-CUTOFF (HHMM in
      *> batch_params.txt, default 1400) is still waiting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIGHT-BAG-FILE ASSIGN TO "night_deposit_bags.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NB-KEY
               FILE STATUS IS NIGHT-BAG-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT VAULT-FILE ASSIGN TO "vault.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VLT-BRANCH-CODE
               FILE STATUS IS VAULT-FILE-STATUS.
           SELECT DENOM-COUNT-FILE ASSIGN TO "denom_counts.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DNC-KEY
               FILE STATUS IS DENOM-COUNT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "operator_auth.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-OP-ID
               FILE STATUS IS OPERATOR-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NIGHT-BAG-FILE.
       COPY "night_bag_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD VAULT-FILE.
       COPY "vault_record.cpy".

       FD DENOM-COUNT-FILE.
       COPY "denom_count_record.cpy".

       FD OPERATOR-FILE.
       COPY "operator_record.cpy".

       FD OPERATOR-AUTH-FILE.
       COPY "operator_auth_record.cpy".

       WORKING-STORAGE SECTION.
       01 NIGHT-BAG-FILE-STATUS     PIC XX.
       01 BALANCE-DB-FILE-STATUS    PIC XX.
       01 VAULT-FILE-STATUS         PIC XX.
       01 DENOM-COUNT-FILE-STATUS   PIC XX.
       01 OPERATOR-FILE-STATUS      PIC XX.
       01 OPERATOR-AUTH-FILE-STATUS PIC XX.
       COPY "cash_denominations.cpy".
       01 CHOICE               PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-BD-OPEN-FLAG      PIC 9 VALUE 1.
       01 WS-TIME-RAW          PIC 9(8).
       01 WS-OPERATOR-ID       PIC 9(10).
       01 WS-BRANCH-CODE       PIC X(04).
       01 WS-BAG-INPUT         PIC X(12).
       01 WS-TEXT-INPUT        PIC X(30).
       01 WS-BAG-FOUND         PIC 9 VALUE 0.
       01 WS-CONFIRM           PIC X VALUE "N".
       01 WS-DENOM-IX          PIC 9(2).
       01 WS-PIECE-VALUE       PIC 9(12)V99.
      *> The two independent counts.
       01 WS-COUNTER-ID        PIC 9(10).
       01 WS-COUNTER-OK        PIC 9 VALUE 0.
       01 WS-PASSWORD-ENTRY    PIC X(10).
       01 WS-FIRST-COUNTER     PIC 9(10).
       01 WS-SECOND-COUNTER    PIC 9(10).
       01 WS-COUNTS-1.
           05 WS-COUNT-1 PIC 9(7) OCCURS 8 TIMES.
       01 WS-COUNTS-2.
           05 WS-COUNT-2 PIC 9(7) OCCURS 8 TIMES.
       01 WS-ENTRY-COUNTS.
           05 WS-ENTRY-COUNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-ENTRY-AMOUNT      PIC 9(10)V99.
       01 WS-AMOUNT-1          PIC 9(10)V99.
       01 WS-AMOUNT-2          PIC 9(10)V99.
       01 WS-POSTED            PIC 9 VALUE 0.
       01 WS-LOCK-RETRY-COUNT  PIC 9(02) VALUE 0.
       01 WS-MAX-LOCK-RETRIES  PIC 9(02) VALUE 10.
       01 WS-AUTH-CATEGORY     PIC X(10) VALUE "CASH".
       01 WS-AUTH-AMOUNT       PIC S9(10)V99.
       01 WS-AUTH-WITHIN       PIC 9 VALUE 1.
       01 WS-OVERRIDE-RULE     PIC X(20).
       01 WS-OVERRIDE-GRANTED  PIC 9 VALUE 0.
       01 WS-TXN-TYPE-DEPOSIT  PIC X(15) VALUE "DEPOSIT".
       01 WS-TXN-AMOUNT        PIC S9(10)V99.
       01 WS-TXN-BALANCE       PIC S9(10)V99.
       01 WS-LEDGER-RATE       PIC 9(03)V9(6) VALUE 1.
       01 WS-EXC-SOURCE        PIC X(20) VALUE "NIGHT_DEPOSIT".
       01 WS-EXC-REFERENCE     PIC X(30).
       01 WS-EXC-AMOUNT        PIC S9(10)V99.
       01 WS-EXC-REASON        PIC X(30).
       01 WS-LETTER-TYPE       PIC X(15) VALUE "NIGHT-DEPOSIT".
       01 WS-PARAM-NAME        PIC X(20).
       01 WS-PARAM-VALUE       PIC X(30).
       01 WS-PARAM-FOUND       PIC 9 VALUE 0.
       01 WS-CUTOFF-TIME       PIC 9(6).
       01 WS-DISP-AMOUNT       PIC Z(9)9.99.
       01 WS-DISP-DIFF         PIC -Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Night depository."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           IF WS-BD-OPEN-FLAG = 0
               DISPLAY "Business date " WS-BUSINESS-DATE " is closed "
                   "- posting is locked until the date rolls."
               GOBACK
           END-IF
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           CALL "GET_CURRENT_BRANCH" USING WS-BRANCH-CODE
           MOVE "NIGHT-DEPOSIT-CUTOFF" TO WS-PARAM-NAME
           MOVE "1400" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           COMPUTE WS-CUTOFF-TIME =
               FUNCTION NUMVAL(WS-PARAM-VALUE) * 100
           OPEN I-O NIGHT-BAG-FILE
           IF NIGHT-BAG-FILE-STATUS = "35"
               OPEN OUTPUT NIGHT-BAG-FILE
               CLOSE NIGHT-BAG-FILE
               OPEN I-O NIGHT-BAG-FILE
           END-IF
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 5
               DISPLAY "1. Log a bag received"
               DISPLAY "2. Open and count a bag"
               DISPLAY "3. Return a bag unopened"
               DISPLAY "4. List bags waiting"
               DISPLAY "5. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM RECEIVE-BAG THRU RECEIVE-BAG-EXIT
                   WHEN 2
                       PERFORM OPEN-BAG THRU OPEN-BAG-EXIT
                   WHEN 3
                       PERFORM RETURN-BAG THRU RETURN-BAG-EXIT
                   WHEN 4
                       PERFORM LIST-WAITING-BAGS
                           THRU LIST-WAITING-BAGS-EXIT
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE NIGHT-BAG-FILE
           GOBACK.

      *> ---------------------------------------------------------
      *> Receipt: the bag, its customer and the declared amount.
      *> ---------------------------------------------------------
       RECEIVE-BAG.
           DISPLAY "Bag number: "
           ACCEPT WS-BAG-INPUT
           MOVE FUNCTION UPPER-CASE(WS-BAG-INPUT) TO WS-BAG-INPUT
           IF WS-BAG-INPUT = SPACES
               DISPLAY "A bag number is required."
               GO TO RECEIVE-BAG-EXIT
           END-IF
           MOVE WS-BAG-INPUT TO NB-BAG-NUMBER
           MOVE WS-BUSINESS-DATE TO NB-RECEIVED-DATE
           READ NIGHT-BAG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Bag " WS-BAG-INPUT " is already logged "
                       "for " WS-BUSINESS-DATE "."
                   GO TO RECEIVE-BAG-EXIT
           END-READ
           INITIALIZE NIGHT-BAG-RECORD
           MOVE WS-BAG-INPUT TO NB-BAG-NUMBER
           MOVE WS-BUSINESS-DATE TO NB-RECEIVED-DATE
           DISPLAY "Customer user ID: "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid user ID - bag not logged."
               GO TO RECEIVE-BAG-EXIT
           END-IF
           COMPUTE NB-USER-ID = FUNCTION NUMVAL(WS-TEXT-INPUT)
           DISPLAY "Account type to credit (default CHECKING): "
           ACCEPT NB-ACCOUNT-TYPE
           MOVE FUNCTION UPPER-CASE(NB-ACCOUNT-TYPE)
               TO NB-ACCOUNT-TYPE
           IF NB-ACCOUNT-TYPE = SPACES
               MOVE "CHECKING" TO NB-ACCOUNT-TYPE
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO RECEIVE-BAG-EXIT
           END-IF
           MOVE NB-USER-ID TO BALANCE-REC-ID
           MOVE NB-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           MOVE 1 TO WS-BAG-FOUND
           READ BALANCE-DB-FILE
               INVALID KEY
                   MOVE 0 TO WS-BAG-FOUND
           END-READ
           CLOSE BALANCE-DB-FILE
           IF WS-BAG-FOUND = 0
               DISPLAY "User " NB-USER-ID " has no " NB-ACCOUNT-TYPE
                   " account - bag not logged."
               GO TO RECEIVE-BAG-EXIT
           END-IF
           DISPLAY "Amount declared on the deposit slip: "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid amount - bag not logged."
               GO TO RECEIVE-BAG-EXIT
           END-IF
           COMPUTE NB-DECLARED-AMOUNT = FUNCTION NUMVAL(WS-TEXT-INPUT)
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO NB-RECEIVED-TIME
           MOVE WS-OPERATOR-ID TO NB-RECEIVED-BY
           MOVE WS-BRANCH-CODE TO NB-BRANCH-CODE
           MOVE "R" TO NB-STATUS
           WRITE NIGHT-BAG-RECORD
           MOVE NB-DECLARED-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Bag " NB-BAG-NUMBER " logged for user " NB-USER-ID
               ", declared " WS-DISP-AMOUNT ".".
       RECEIVE-BAG-EXIT.
           EXIT.

      *> The oldest waiting row for the bag number keyed in.
       FIND-WAITING-BAG.
           MOVE 0 TO WS-BAG-FOUND
           DISPLAY "Bag number: "
           ACCEPT WS-BAG-INPUT
           MOVE FUNCTION UPPER-CASE(WS-BAG-INPUT) TO WS-BAG-INPUT
           MOVE WS-BAG-INPUT TO NB-BAG-NUMBER
           MOVE 0 TO NB-RECEIVED-DATE
           START NIGHT-BAG-FILE KEY IS >= NB-KEY
               INVALID KEY
                   GO TO FIND-WAITING-BAG-EXIT
           END-START
           PERFORM UNTIL NIGHT-BAG-FILE-STATUS = "10"
                   OR WS-BAG-FOUND = 1
               READ NIGHT-BAG-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF NB-BAG-NUMBER NOT = WS-BAG-INPUT
                   EXIT PERFORM
               END-IF
               IF NB-IS-RECEIVED
                   MOVE 1 TO WS-BAG-FOUND
               END-IF
           END-PERFORM.
       FIND-WAITING-BAG-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> Opening: two operators, two counts, one posting.
      *> ---------------------------------------------------------
       OPEN-BAG.
           PERFORM FIND-WAITING-BAG THRU FIND-WAITING-BAG-EXIT
           IF WS-BAG-FOUND = 0
               DISPLAY "No bag " WS-BAG-INPUT " is waiting to be "
                   "opened."
               GO TO OPEN-BAG-EXIT
           END-IF
           MOVE NB-DECLARED-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Bag " NB-BAG-NUMBER " received " NB-RECEIVED-DATE
               " for user " NB-USER-ID " " NB-ACCOUNT-TYPE
               ", declared " WS-DISP-AMOUNT
           OPEN I-O VAULT-FILE
           IF VAULT-FILE-STATUS NOT = "00"
               DISPLAY "No vault file - establish the branch vault "
                   "before opening bags."
               GO TO OPEN-BAG-EXIT
           END-IF
           MOVE NB-BRANCH-CODE TO VLT-BRANCH-CODE
           READ VAULT-FILE
               INVALID KEY
                   DISPLAY "No vault on file for branch "
                       NB-BRANCH-CODE " - establish it first."
                   CLOSE VAULT-FILE
                   GO TO OPEN-BAG-EXIT
           END-READ
           CLOSE VAULT-FILE
           DISPLAY "First counting operator -"
           PERFORM SIGN-IN-COUNTER THRU SIGN-IN-COUNTER-EXIT
           IF WS-COUNTER-OK = 0
               GO TO OPEN-BAG-EXIT
           END-IF
           MOVE WS-COUNTER-ID TO WS-FIRST-COUNTER
           PERFORM ACCEPT-ONE-COUNT
           MOVE WS-ENTRY-COUNTS TO WS-COUNTS-1
           MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-1
           DISPLAY "Second counting operator -"
           PERFORM SIGN-IN-COUNTER THRU SIGN-IN-COUNTER-EXIT
           IF WS-COUNTER-OK = 0
               GO TO OPEN-BAG-EXIT
           END-IF
           IF WS-COUNTER-ID = WS-FIRST-COUNTER
               DISPLAY "The second count must be made by a "
                   "different operator - bag left unopened."
               GO TO OPEN-BAG-EXIT
           END-IF
           MOVE WS-COUNTER-ID TO WS-SECOND-COUNTER
           PERFORM ACCEPT-ONE-COUNT
           MOVE WS-ENTRY-COUNTS TO WS-COUNTS-2
           MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-2
           IF WS-COUNTS-1 NOT = WS-COUNTS-2
               MOVE WS-AMOUNT-1 TO WS-DISP-AMOUNT
               DISPLAY "The two counts disagree (first "
                   WS-DISP-AMOUNT WITH NO ADVANCING
               MOVE WS-AMOUNT-2 TO WS-DISP-AMOUNT
               DISPLAY ", second " WS-DISP-AMOUNT
                   ") - recount the bag. Nothing posted."
               GO TO OPEN-BAG-EXIT
           END-IF
      *>   The first counter posts the deposit, so it is their cash
      *>   authority that is checked, as at the counter.
           IF WS-AMOUNT-1 > 0
               MOVE WS-AMOUNT-1 TO WS-AUTH-AMOUNT
               CALL "CHECK_OPERATOR_LIMIT" USING WS-FIRST-COUNTER
                   WS-AUTH-CATEGORY WS-AUTH-AMOUNT WS-AUTH-WITHIN
               IF WS-AUTH-WITHIN = 0
                   DISPLAY "Amount exceeds operator " WS-FIRST-COUNTER
                       "'s cash authority."
                   MOVE "OP-LIMIT-CASH" TO WS-OVERRIDE-RULE
                   CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
                       NB-USER-ID WS-AUTH-AMOUNT WS-OVERRIDE-GRANTED
                   IF WS-OVERRIDE-GRANTED NOT = 1
                       DISPLAY "Bag left unopened."
                       GO TO OPEN-BAG-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WS-POSTED
           IF WS-AMOUNT-1 > 0
               PERFORM POST-BAG-DEPOSIT THRU POST-BAG-DEPOSIT-EXIT
           END-IF
           IF WS-POSTED = 0
               DISPLAY "Deposit could not be posted - bag left "
                   "waiting."
               GO TO OPEN-BAG-EXIT
           END-IF
           PERFORM ADD-TO-VAULT
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-BUSINESS-DATE TO NB-OPENED-DATE
           MOVE WS-TIME-RAW(1:6) TO NB-OPENED-TIME
           MOVE WS-FIRST-COUNTER TO NB-OPENED-BY-1
           MOVE WS-SECOND-COUNTER TO NB-OPENED-BY-2
           MOVE WS-AMOUNT-1 TO NB-COUNTED-AMOUNT
           COMPUTE NB-DIFFERENCE = WS-AMOUNT-1 - NB-DECLARED-AMOUNT
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               MOVE WS-COUNT-1(WS-DENOM-IX)
                   TO NB-DENOM-COUNT(WS-DENOM-IX)
           END-PERFORM
           MOVE "P" TO NB-STATUS
           REWRITE NIGHT-BAG-RECORD
           MOVE WS-AMOUNT-1 TO WS-DISP-AMOUNT
           DISPLAY "Bag " NB-BAG-NUMBER " posted: " WS-DISP-AMOUNT
               " to user " NB-USER-ID " " NB-ACCOUNT-TYPE "."
           IF NB-DIFFERENCE NOT = 0
               PERFORM RAISE-DISCREPANCY
           END-IF.
       OPEN-BAG-EXIT.
           EXIT.

      *> Each counter proves who they are with their own operator
      *> password - the same check SUPERVISOR_OVERRIDE makes, open
      *> to any role.
       SIGN-IN-COUNTER.
           MOVE 0 TO WS-COUNTER-OK
           DISPLAY "Operator ID: "
           ACCEPT WS-COUNTER-ID
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "No operator file."
               GO TO SIGN-IN-COUNTER-EXIT
           END-IF
           MOVE WS-COUNTER-ID TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Unknown operator ID."
                   CLOSE OPERATOR-FILE
                   GO TO SIGN-IN-COUNTER-EXIT
           END-READ
           CLOSE OPERATOR-FILE
           OPEN INPUT OPERATOR-AUTH-FILE
           IF OPERATOR-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "No password on file for that operator."
               GO TO SIGN-IN-COUNTER-EXIT
           END-IF
           MOVE WS-COUNTER-ID TO OPA-OP-ID
           READ OPERATOR-AUTH-FILE
               INVALID KEY
                   DISPLAY "No password on file for that operator."
                   CLOSE OPERATOR-AUTH-FILE
                   GO TO SIGN-IN-COUNTER-EXIT
           END-READ
           CLOSE OPERATOR-AUTH-FILE
           IF OPA-IS-LOCKED
               DISPLAY "That operator is locked out."
               GO TO SIGN-IN-COUNTER-EXIT
           END-IF
           DISPLAY "Password: "
           ACCEPT WS-PASSWORD-ENTRY
           IF WS-PASSWORD-ENTRY = OPA-PASSWORD
               MOVE 1 TO WS-COUNTER-OK
           ELSE
               DISPLAY "Incorrect password - bag left unopened."
           END-IF.
       SIGN-IN-COUNTER-EXIT.
           EXIT.

       ACCEPT-ONE-COUNT.
           MOVE 0 TO WS-ENTRY-AMOUNT
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               DISPLAY "Count of " WS-DENOM-NAME(WS-DENOM-IX) ": "
               ACCEPT WS-ENTRY-COUNT(WS-DENOM-IX)
               COMPUTE WS-PIECE-VALUE =
                   WS-ENTRY-COUNT(WS-DENOM-IX)
                   * WS-DENOM-VALUE(WS-DENOM-IX)
               ADD WS-PIECE-VALUE TO WS-ENTRY-AMOUNT
           END-PERFORM
           MOVE WS-ENTRY-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Total counted: " WS-DISP-AMOUNT.

      *> The counter cash-deposit posting: locked read, credit,
      *> LOG_TRANSACTION as DEPOSIT.
       POST-BAG-DEPOSIT.
           MOVE 0 TO WS-POSTED
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO POST-BAG-DEPOSIT-EXIT
           END-IF
           MOVE NB-USER-ID TO BALANCE-REC-ID
           MOVE NB-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           MOVE 0 TO WS-LOCK-RETRY-COUNT
           PERFORM WITH TEST AFTER
                   UNTIL BALANCE-DB-FILE-STATUS NOT = "9D"
                   OR WS-LOCK-RETRY-COUNT >= WS-MAX-LOCK-RETRIES
               ADD 1 TO WS-LOCK-RETRY-COUNT
               READ BALANCE-DB-FILE WITH LOCK KEY IS BALANCE-REC-KEY
                   INVALID KEY
                       IF BALANCE-DB-FILE-STATUS NOT = "9D"
                           DISPLAY "ERROR: account not found for "
                               "account type " NB-ACCOUNT-TYPE "."
                       END-IF
                   NOT INVALID KEY
                       COMPUTE BALANCE-REC-BALANCE =
                           BALANCE-REC-BALANCE + WS-AMOUNT-1
                       REWRITE BALANCE-DB-RECORD
                       MOVE WS-AMOUNT-1 TO WS-TXN-AMOUNT
                       MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
                       CALL "LOG_TRANSACTION" USING NB-USER-ID
                           WS-TXN-TYPE-DEPOSIT WS-TXN-AMOUNT
                           WS-TXN-BALANCE NB-ACCOUNT-TYPE
                           WS-LEDGER-RATE
                       UNLOCK BALANCE-DB-FILE
                       MOVE 1 TO WS-POSTED
               END-READ
           END-PERFORM
           CLOSE BALANCE-DB-FILE.
       POST-BAG-DEPOSIT-EXIT.
           EXIT.

      *> The agreed pieces go into the branch vault, lump sum and
      *> denomination row together, as VAULT_MAINT moves them.
       ADD-TO-VAULT.
           OPEN I-O VAULT-FILE
           MOVE NB-BRANCH-CODE TO VLT-BRANCH-CODE
           READ VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-AMOUNT-1 TO VLT-BALANCE
                   REWRITE VAULT-RECORD
           END-READ
           CLOSE VAULT-FILE
           OPEN I-O DENOM-COUNT-FILE
           IF DENOM-COUNT-FILE-STATUS = "35"
               OPEN OUTPUT DENOM-COUNT-FILE
               CLOSE DENOM-COUNT-FILE
               OPEN I-O DENOM-COUNT-FILE
           END-IF
           MOVE "V" TO DNC-LOCATION-TYPE
           MOVE NB-BRANCH-CODE TO DNC-LOCATION-ID
           READ DENOM-COUNT-FILE
               INVALID KEY
                   MOVE "V" TO DNC-LOCATION-TYPE
                   MOVE NB-BRANCH-CODE TO DNC-LOCATION-ID
                   PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                           UNTIL WS-DENOM-IX > 8
                       MOVE WS-COUNT-1(WS-DENOM-IX)
                           TO DNC-COUNT(WS-DENOM-IX)
                   END-PERFORM
                   WRITE DENOM-COUNT-RECORD
               NOT INVALID KEY
                   PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                           UNTIL WS-DENOM-IX > 8
                       ADD WS-COUNT-1(WS-DENOM-IX)
                           TO DNC-COUNT(WS-DENOM-IX)
                   END-PERFORM
                   REWRITE DENOM-COUNT-RECORD
           END-READ
           CLOSE DENOM-COUNT-FILE.

       RAISE-DISCREPANCY.
           MOVE NB-DIFFERENCE TO WS-DISP-DIFF
           DISPLAY "*** Counted amount differs from the declared "
               "amount by " WS-DISP-DIFF " - discrepancy raised and "
               "customer notified."
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING "BAG " NB-BAG-NUMBER " " NB-RECEIVED-DATE
               DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           MOVE NB-DIFFERENCE TO WS-EXC-AMOUNT
           IF NB-DIFFERENCE < 0
               MOVE "NIGHT BAG SHORT OF DECLARED" TO WS-EXC-REASON
           ELSE
               MOVE "NIGHT BAG OVER DECLARED" TO WS-EXC-REASON
           END-IF
           CALL "LOG_EXCEPTION" USING WS-EXC-SOURCE WS-EXC-REFERENCE
               WS-EXC-AMOUNT WS-EXC-REASON
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-TYPE NB-USER-ID
               NB-ACCOUNT-TYPE NB-DIFFERENCE.

      *> ---------------------------------------------------------
      *> A bag that cannot be processed goes back to the customer
      *> unopened - only with a supervisor's say-so.
      *> ---------------------------------------------------------
       RETURN-BAG.
           PERFORM FIND-WAITING-BAG THRU FIND-WAITING-BAG-EXIT
           IF WS-BAG-FOUND = 0
               DISPLAY "No bag " WS-BAG-INPUT " is waiting."
               GO TO RETURN-BAG-EXIT
           END-IF
           DISPLAY "Return bag " NB-BAG-NUMBER " of user " NB-USER-ID
               " unopened? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO RETURN-BAG-EXIT
           END-IF
           MOVE "NIGHT-BAG-RETURN" TO WS-OVERRIDE-RULE
           MOVE NB-DECLARED-AMOUNT TO WS-AUTH-AMOUNT
           CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
               NB-USER-ID WS-AUTH-AMOUNT WS-OVERRIDE-GRANTED
           IF WS-OVERRIDE-GRANTED NOT = 1
               DISPLAY "Bag left waiting."
               GO TO RETURN-BAG-EXIT
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-BUSINESS-DATE TO NB-OPENED-DATE
           MOVE WS-TIME-RAW(1:6) TO NB-OPENED-TIME
           MOVE WS-OPERATOR-ID TO NB-OPENED-BY-1
           MOVE "X" TO NB-STATUS
           REWRITE NIGHT-BAG-RECORD
           DISPLAY "Bag " NB-BAG-NUMBER " marked returned unopened.".
       RETURN-BAG-EXIT.
           EXIT.

       LIST-WAITING-BAGS.
           MOVE LOW-VALUES TO NB-KEY
           START NIGHT-BAG-FILE KEY IS >= NB-KEY
               INVALID KEY
                   DISPLAY "No bags on file."
                   GO TO LIST-WAITING-BAGS-EXIT
           END-START
           PERFORM UNTIL NIGHT-BAG-FILE-STATUS = "10"
               READ NIGHT-BAG-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF NB-IS-RECEIVED
                           PERFORM SHOW-WAITING-BAG
                       END-IF
               END-READ
           END-PERFORM.
       LIST-WAITING-BAGS-EXIT.
           EXIT.

       SHOW-WAITING-BAG.
           MOVE NB-DECLARED-AMOUNT TO WS-DISP-AMOUNT
           IF NB-RECEIVED-DATE < WS-BUSINESS-DATE
                   OR NB-RECEIVED-TIME < WS-CUTOFF-TIME
               DISPLAY NB-BAG-NUMBER " " NB-RECEIVED-DATE " "
                   NB-RECEIVED-TIME " " NB-BRANCH-CODE " user "
                   NB-USER-ID " " WS-DISP-AMOUNT
                   "  ** due before end of day"
           ELSE
               DISPLAY NB-BAG-NUMBER " " NB-RECEIVED-DATE " "
                   NB-RECEIVED-TIME " " NB-BRANCH-CODE " user "
                   NB-USER-ID " " WS-DISP-AMOUNT
           END-IF.
