       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT_ALIAS_MAINT.

      *> Person-to-person alias directory maintenance. A customer, on
      *> their PIN, registers the email address or mobile number held
      *> on their customer record against one of their accounts. The
      *> alias is held pending until the one-time code sent to that
      *> address (on the customer alerts file, alerts_out.txt, routed
      *> to the alias itself) is keyed back the same day; three wrong
      *> codes void it. An alias live for one customer cannot be
      *> registered by anyone else. Once active, TRANSFER_MONEY and
      *> CHANNEL_GATEWAY accept it in place of a user ID and account
      *> type (RESOLVE_ALIAS). A customer can deregister their own
      *> alias here; closing the account or archiving the customer
      *> deregisters it automatically (DEREGISTER_ALIASES).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-ALIAS-FILE ASSIGN TO "payment_alias.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ALIAS
               FILE STATUS IS PAYMENT-ALIAS-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT ALERT-OUT-FILE ASSIGN TO "alerts_out.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-ALIAS-FILE.
       COPY "payment_alias_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD ALERT-OUT-FILE.
       01 ALERT-OUT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 PAYMENT-ALIAS-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS       PIC XX.
       01 BALANCE-DB-FILE-STATUS    PIC XX.
       01 ALERT-OUT-FILE-STATUS     PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-USER-ID       PIC 9(10).
       01 WS-PIN-ENTRY     PIC 9(04).
       01 WS-PIN-RESULT    PIC 9 VALUE 0.
       01 WS-KIND-CHOICE   PIC X(01).
       01 WS-ACCOUNT-TYPE  PIC X(10).
       01 WS-RAW-ALIAS     PIC X(40).
       01 WS-KIND          PIC X(01).
       01 WS-ALIAS         PIC X(40).
       01 WS-ROUTE         PIC X(60).
       01 WS-CODE-ENTRY    PIC 9(6).
       01 WS-SEED          PIC 9(8).
       01 WS-RANDOM        PIC V9(9).
       01 WS-CLOCK-DATE    PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-ALIAS-COUNT   PIC 9(4) VALUE 0.
       01 WS-DEREG-REASON  PIC X(20) VALUE "CUSTOMER REQUEST".
       01 WS-ALIAS-ON-FILE PIC 9 VALUE 0.
       01 WS-RC-PROGRAM    PIC X(20) VALUE "PAYMENT_ALIAS_MAINT".
       01 WS-RC-KEY        PIC X(30).
       01 WS-RC-FIELD      PIC X(20).
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Payment alias directory."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O PAYMENT-ALIAS-FILE
           IF PAYMENT-ALIAS-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENT-ALIAS-FILE
               CLOSE PAYMENT-ALIAS-FILE
               OPEN I-O PAYMENT-ALIAS-FILE
           END-IF
           PERFORM UNTIL WS-CHOICE = 5
               DISPLAY " "
               DISPLAY "1. Register an alias"
               DISPLAY "2. Confirm an alias with its one-time code"
               DISPLAY "3. Deregister an alias"
               DISPLAY "4. List a customer's aliases"
               DISPLAY "5. Exit"
               DISPLAY "Enter choice: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM REGISTER-ALIAS THRU REGISTER-ALIAS-EXIT
                   WHEN 2
                       PERFORM CONFIRM-ALIAS THRU CONFIRM-ALIAS-EXIT
                   WHEN 3
                       PERFORM DEREGISTER-ALIAS
                           THRU DEREGISTER-ALIAS-EXIT
                   WHEN 4
                       PERFORM LIST-ALIASES THRU LIST-ALIASES-EXIT
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
           CLOSE PAYMENT-ALIAS-FILE
           GOBACK.

      *> The customer proves who they are with their PIN; the alias
      *> offered is whichever contact detail is on their record, so
      *> nobody can register an address the bank has not been given.
       SIGN-IN-CUSTOMER.
           MOVE 0 TO WS-PIN-RESULT
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           DISPLAY "Customer PIN: "
           ACCEPT WS-PIN-ENTRY
           CALL "VERIFY_PIN" USING WS-USER-ID WS-PIN-ENTRY
               WS-PIN-RESULT
           IF WS-PIN-RESULT NOT = 1
               DISPLAY "PIN not verified - nothing changed."
           END-IF.

       REGISTER-ALIAS.
           PERFORM SIGN-IN-CUSTOMER
           IF WS-PIN-RESULT NOT = 1
               GO TO REGISTER-ALIAS-EXIT
           END-IF
           OPEN INPUT USER-DB-FILE
           MOVE WS-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "No customer on file with that ID."
                   CLOSE USER-DB-FILE
                   GO TO REGISTER-ALIAS-EXIT
           END-READ
           CLOSE USER-DB-FILE
           DISPLAY "Email on file:  " USER-REC-EMAIL
           DISPLAY "Mobile on file: " USER-REC-PHONE
           DISPLAY "Register the (E)mail or the (M)obile number? "
           ACCEPT WS-KIND-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-KIND-CHOICE) TO WS-KIND-CHOICE
           MOVE SPACES TO WS-RAW-ALIAS
           EVALUATE WS-KIND-CHOICE
               WHEN "E"
                   MOVE USER-REC-EMAIL TO WS-RAW-ALIAS
               WHEN "M"
                   MOVE USER-REC-PHONE TO WS-RAW-ALIAS
               WHEN OTHER
                   DISPLAY "Choose E or M - nothing registered."
                   GO TO REGISTER-ALIAS-EXIT
           END-EVALUATE
           CALL "NORMALIZE_ALIAS" USING WS-RAW-ALIAS WS-KIND WS-ALIAS
           IF WS-KIND NOT = WS-KIND-CHOICE
               DISPLAY "The contact detail on file is not a usable "
                   "email address or mobile number - update the "
                   "customer record first."
               GO TO REGISTER-ALIAS-EXIT
           END-IF
           DISPLAY "Account to receive payments (CHECKING/SAVINGS): "
           ACCEPT WS-ACCOUNT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-ACCOUNT-TYPE) TO WS-ACCOUNT-TYPE
           IF WS-ACCOUNT-TYPE = SPACES
               MOVE "CHECKING" TO WS-ACCOUNT-TYPE
           END-IF
           IF WS-ACCOUNT-TYPE = "RETIREMENT"
               DISPLAY "A retirement account cannot receive alias "
                   "payments."
               GO TO REGISTER-ALIAS-EXIT
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "The customer has no " WS-ACCOUNT-TYPE
                       " account."
                   CLOSE BALANCE-DB-FILE
                   GO TO REGISTER-ALIAS-EXIT
           END-READ
           CLOSE BALANCE-DB-FILE
      *>   One alias, one account: a live alias belonging to anyone
      *>   else is refused outright, and the customer's own live
      *>   alias must be deregistered before it can be re-pointed.
           MOVE 1 TO WS-ALIAS-ON-FILE
           MOVE WS-ALIAS TO PA-ALIAS
           READ PAYMENT-ALIAS-FILE
               INVALID KEY
                   MOVE 0 TO WS-ALIAS-ON-FILE
                   MOVE "D" TO PA-STATUS
           END-READ
           IF NOT PA-IS-DEREGISTERED
               IF PA-USER-ID NOT = WS-USER-ID
                   DISPLAY "That alias is already registered to "
                       "another customer - not registered."
                   GO TO REGISTER-ALIAS-EXIT
               END-IF
               IF PA-IS-ACTIVE
                   DISPLAY "That alias is already active on the "
                       PA-ACCOUNT-TYPE " account - deregister it "
                       "first to move it."
                   GO TO REGISTER-ALIAS-EXIT
               END-IF
           END-IF
           MOVE PA-STATUS TO WS-RC-OLD
           MOVE WS-ALIAS TO PA-ALIAS
           MOVE WS-KIND TO PA-KIND
           MOVE WS-USER-ID TO PA-USER-ID
           MOVE WS-ACCOUNT-TYPE TO PA-ACCOUNT-TYPE
           MOVE "P" TO PA-STATUS
           PERFORM ISSUE-CODE
           MOVE WS-BUSINESS-DATE TO PA-REGISTERED-DATE
           MOVE 0 TO PA-VERIFIED-DATE
           MOVE 0 TO PA-DEREGISTERED-DATE
           MOVE SPACES TO PA-DEREG-REASON
           IF WS-ALIAS-ON-FILE = 1
               REWRITE PAYMENT-ALIAS-RECORD
           ELSE
               WRITE PAYMENT-ALIAS-RECORD
           END-IF
           MOVE "P" TO WS-RC-NEW
           PERFORM LOG-STATUS-CHANGE
           PERFORM SEND-CODE
           DISPLAY "Alias " WS-ALIAS
           DISPLAY "is pending - a one-time code has been sent to it. "
               "Confirm it with option 2 today.".
       REGISTER-ALIAS-EXIT.
           EXIT.

       ISSUE-CODE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SEED FROM TIME
           ADD WS-USER-ID TO WS-SEED
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
           COMPUTE PA-CODE = 100000 + (WS-RANDOM * 900000)
           MOVE WS-CLOCK-DATE TO PA-CODE-DATE
           MOVE 0 TO PA-CODE-ATTEMPTS.

      *> The code goes out on the customer alerts file, routed to the
      *> alias itself - receiving it is what proves the customer
      *> holds the address or the phone.
       SEND-CODE.
           OPEN EXTEND ALERT-OUT-FILE
           IF ALERT-OUT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-OUT-FILE
               CLOSE ALERT-OUT-FILE
               OPEN EXTEND ALERT-OUT-FILE
           END-IF
           MOVE SPACES TO WS-ROUTE
           IF PA-IS-EMAIL
               STRING "EMAIL " PA-ALIAS
                   DELIMITED BY SIZE INTO WS-ROUTE
           ELSE
               STRING "SMS " PA-ALIAS
                   DELIMITED BY SIZE INTO WS-ROUTE
           END-IF
           MOVE SPACES TO ALERT-OUT-LINE
           STRING WS-BUSINESS-DATE " user " PA-USER-ID
               " ALIAS-CODE " PA-CODE " via " WS-ROUTE
               DELIMITED BY SIZE INTO ALERT-OUT-LINE
           WRITE ALERT-OUT-LINE
           CLOSE ALERT-OUT-FILE.

       CONFIRM-ALIAS.
           DISPLAY "Alias (email or mobile): "
           ACCEPT WS-RAW-ALIAS
           CALL "NORMALIZE_ALIAS" USING WS-RAW-ALIAS WS-KIND WS-ALIAS
           IF WS-KIND = SPACE
               DISPLAY "Not an email address or mobile number."
               GO TO CONFIRM-ALIAS-EXIT
           END-IF
           MOVE WS-ALIAS TO PA-ALIAS
           READ PAYMENT-ALIAS-FILE
               INVALID KEY
                   DISPLAY "No such alias registered."
                   GO TO CONFIRM-ALIAS-EXIT
           END-READ
           IF NOT PA-IS-PENDING
               DISPLAY "That alias is not waiting for a code."
               GO TO CONFIRM-ALIAS-EXIT
           END-IF
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           IF PA-CODE-DATE NOT = WS-CLOCK-DATE
              OR PA-CODE-ATTEMPTS NOT < 3
               DISPLAY "The code for this alias has expired - "
                   "register it again for a new one."
               GO TO CONFIRM-ALIAS-EXIT
           END-IF
           DISPLAY "One-time code: "
           ACCEPT WS-CODE-ENTRY
           IF WS-CODE-ENTRY NOT = PA-CODE
               ADD 1 TO PA-CODE-ATTEMPTS
               REWRITE PAYMENT-ALIAS-RECORD
               IF PA-CODE-ATTEMPTS NOT < 3
                   DISPLAY "Wrong code - third attempt, the code is "
                       "now void."
               ELSE
                   DISPLAY "Wrong code - alias not confirmed."
               END-IF
               GO TO CONFIRM-ALIAS-EXIT
           END-IF
           MOVE "A" TO PA-STATUS
           MOVE 0 TO PA-CODE
           MOVE WS-BUSINESS-DATE TO PA-VERIFIED-DATE
           REWRITE PAYMENT-ALIAS-RECORD
           MOVE "P" TO WS-RC-OLD
           MOVE "A" TO WS-RC-NEW
           PERFORM LOG-STATUS-CHANGE
           DISPLAY "Alias confirmed - payments to it now reach User "
               PA-USER-ID " (" PA-ACCOUNT-TYPE ").".
       CONFIRM-ALIAS-EXIT.
           EXIT.

       DEREGISTER-ALIAS.
           PERFORM SIGN-IN-CUSTOMER
           IF WS-PIN-RESULT NOT = 1
               GO TO DEREGISTER-ALIAS-EXIT
           END-IF
           DISPLAY "Alias to deregister (email or mobile): "
           ACCEPT WS-RAW-ALIAS
           CALL "NORMALIZE_ALIAS" USING WS-RAW-ALIAS WS-KIND WS-ALIAS
           MOVE WS-ALIAS TO PA-ALIAS
           READ PAYMENT-ALIAS-FILE
               INVALID KEY
                   MOVE "D" TO PA-STATUS
           END-READ
           IF PA-IS-DEREGISTERED OR PA-USER-ID NOT = WS-USER-ID
               DISPLAY "No live alias of this customer by that name."
               GO TO DEREGISTER-ALIAS-EXIT
           END-IF
           MOVE PA-STATUS TO WS-RC-OLD
           MOVE "D" TO PA-STATUS
           MOVE WS-BUSINESS-DATE TO PA-DEREGISTERED-DATE
           MOVE WS-DEREG-REASON TO PA-DEREG-REASON
           REWRITE PAYMENT-ALIAS-RECORD
           MOVE "D" TO WS-RC-NEW
           PERFORM LOG-STATUS-CHANGE
           DISPLAY "Alias deregistered.".
       DEREGISTER-ALIAS-EXIT.
           EXIT.

       LIST-ALIASES.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           MOVE 0 TO WS-ALIAS-COUNT
           MOVE LOW-VALUES TO PA-ALIAS
           START PAYMENT-ALIAS-FILE KEY IS NOT LESS THAN PA-ALIAS
               INVALID KEY
                   DISPLAY "No aliases on file."
                   GO TO LIST-ALIASES-EXIT
           END-START
           PERFORM UNTIL PAYMENT-ALIAS-FILE-STATUS = "10"
               READ PAYMENT-ALIAS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PA-USER-ID = WS-USER-ID
                   ADD 1 TO WS-ALIAS-COUNT
                   DISPLAY PA-ALIAS
                   DISPLAY "    " PA-KIND " " PA-ACCOUNT-TYPE
                       " status " PA-STATUS " registered "
                       PA-REGISTERED-DATE " verified "
                       PA-VERIFIED-DATE " " PA-DEREG-REASON
               END-IF
           END-PERFORM
           IF WS-ALIAS-COUNT = 0
               DISPLAY "No aliases for this customer."
           END-IF.
       LIST-ALIASES-EXIT.
           EXIT.

       LOG-STATUS-CHANGE.
           MOVE PA-ALIAS TO WS-RC-KEY
           MOVE "PA-STATUS" TO WS-RC-FIELD
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
