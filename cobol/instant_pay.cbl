       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTANT_PAY.

      *> Instant payments rail: drains the operator's message queue
      *> instant_queue.txt at any hour, one message per line -
      *>   "IPO,msgid,user,pin,accounttype,bank,beneficiary,amount"
      *>       outbound: our customer pays someone at another bank
      *>   "IPI,msgid,account-or-user,bank,sender,amount"
      *>       inbound: someone at another bank pays our customer
      *> Every message is decided and posted as it is read - there
      *> is no memo queue and no next-day chain on this rail. An
      *> outbound payment goes through the channel gateway's checks
      *> (PIN, freeze, minor, limit profile caps and approval
      *> threshold, daily cap, available balance) plus a watch-list
      *> screen of the beneficiary; an inbound payment resolves its
      *> account the WIRE_IN way and screens the sender. There is no
      *> repair queue: an inbound payment that does not match is
      *> rejected back to the operator, who returns it to the sender.
      *>
      *> The customer leg posts now; the other leg goes to the
      *> instant settlement position (user 0 / INSTANT), what the bank
      *> owes the operator net, which INSTANT_SETTLE clears each day
      *> against the operator's settlement figures. A message that
      *> arrives after the INSTANT-PAY-CUTOFF time, on a closed date
      *> or on a weekend or holiday carries the next business date:
      *> it is raised on the posting-date switch while it posts, so
      *> the ledger row - and with it the GL extract and the
      *> statement - lands on that date.
      *>
      *> Every message is kept on instant_payments.db under the
      *> operator's message ID; one the queue delivers again is
      *> skipped. One response line per new message is appended to
      *> instant_responses.txt:
      *>   "IPR,msgid,ACC|REJ,reason,postingdate"

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "instant_queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "instant_responses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-FILE-STATUS.
           SELECT INSTANT-PAYMENT-FILE ASSIGN TO
               "instant_payments.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IP-MSG-ID
               FILE STATUS IS INSTANT-PAYMENT-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT DAILY-TRANSFER-FILE ASSIGN TO "daily_transfer.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DTL-USER-ID
               FILE STATUS IS DAILY-TRANSFER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD QUEUE-FILE.
       01 QUEUE-RECORD PIC X(160).

       FD RESPONSE-FILE.
       01 RESPONSE-LINE PIC X(80).

       FD INSTANT-PAYMENT-FILE.
       COPY "instant_payment_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD DAILY-TRANSFER-FILE.
       COPY "daily_transfer_record.cpy".

       WORKING-STORAGE SECTION.
       01 QUEUE-FILE-STATUS           PIC XX.
       01 RESPONSE-FILE-STATUS        PIC XX.
       01 INSTANT-PAYMENT-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 DAILY-TRANSFER-FILE-STATUS  PIC XX.
       01 WS-CSV-LINE      PIC X(160).
       01 WS-MSG-TYPE      PIC X(3).
       01 WS-FLD-1         PIC X(20).
       01 WS-FLD-2         PIC X(20).
       01 WS-FLD-3         PIC X(20).
       01 WS-FLD-4         PIC X(30).
       01 WS-FLD-5         PIC X(30).
       01 WS-FLD-6         PIC X(30).
       01 WS-FLD-7         PIC X(20).
       01 WS-MSG-ID        PIC X(20).
       01 WS-USER-ID       PIC 9(10).
       01 WS-PIN-ENTRY     PIC 9(04).
       01 WS-PIN-RESULT    PIC 9 VALUE 0.
       01 WS-ACCOUNT-TYPE  PIC X(10).
       01 WS-BANK-CODE     PIC X(11).
       01 WS-PARTY-NAME    PIC X(30).
       01 WS-AMOUNT        PIC 9(10)V99.
       01 WS-STATUS        PIC X(3).
       01 WS-REASON        PIC X(20).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-MODE-FLAG     PIC X VALUE "N".
       01 WS-CLOCK-DATE    PIC 9(8).
       01 WS-TIME-RAW      PIC 9(8).
       01 WS-CLOCK-HHMM    PIC 9(4).
       01 WS-DATE-INT      PIC 9(9).
       01 WS-CANDIDATE-DATE PIC 9(8).
       01 WS-POSTING-DATE  PIC 9(8).
       01 WS-POSTING-CLEAR PIC 9(8) VALUE 0.
       01 WS-ROLL-FORWARD  PIC X(1) VALUE "F".
       01 WS-DAY-WAS-OPEN  PIC 9 VALUE 1.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-CUTOFF-HHMM   PIC 9(4) VALUE 1700.
       01 WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCOUNT-FROZEN PIC 9 VALUE 0.
       01 WS-CUSTODIAN-ID  PIC 9(10) VALUE 0.
       01 WS-IS-MINOR      PIC 9 VALUE 0.
       01 WS-TXN-CAP       PIC 9(10)V99.
       01 WS-DAILY-CAP     PIC 9(10)V99.
       01 WS-APPROVAL-THRESHOLD PIC 9(10)V99.
       01 WS-PROFILE-FOUND PIC 9 VALUE 0.
       01 WS-DAILY-WOULD-BE PIC 9(12)V99.
       01 WS-ACTIVE-HOLDS  PIC 9(12)V99.
       01 WS-BALANCE-AFTER PIC S9(10)V99.
       01 WS-AVAILABLE-AFTER PIC S9(12)V99.
       01 WS-WATCH-CONTEXT PIC X(15) VALUE "INSTANT-PAY".
       01 WS-WATCH-HIT     PIC 9 VALUE 0.
       01 WS-WATCH-USER    PIC 9(10) VALUE 0.
       01 WS-CLAIMED-NO    PIC 9(10).
       01 WS-DIGIT-VALID   PIC 9 VALUE 0.
       01 WS-RESOLVED-ID   PIC 9(10).
       01 WS-RESOLVED-TYPE PIC X(10).
       01 WS-RESOLVE-FOUND PIC 9 VALUE 0.
       01 WS-TXN-AMOUNT    PIC S9(10)V99.
       01 WS-TXN-BALANCE   PIC S9(10)V99.
       01 WS-TXN-TYPE-OUT  PIC X(15) VALUE "INSTANT-OUT".
       01 WS-TXN-TYPE-IN   PIC X(15) VALUE "INSTANT-IN".
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-POSITION-ID   PIC 9(10) VALUE 0.
       01 WS-POSITION-TYPE PIC X(10) VALUE "INSTANT".
      *> Signed movement on the position: + for an outbound payment
      *> (the bank now owes the operator), - for an inbound one.
       01 WS-POSITION-MOVE PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Instant payments queue run."
           DISPLAY "----------------------------"
           MOVE "INSTANT-PAY-CUTOFF" TO WS-PARAM-NAME
           MOVE "1700" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-CUTOFF-HHMM
           END-IF
           OPEN INPUT QUEUE-FILE
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "instant_queue.txt not found - nothing to "
                   "process."
               GOBACK
           END-IF
      *>   The rail runs unattended - the batch switch keeps any
      *>   CALLed service from stopping on an ACCEPT.
           MOVE "Y" TO WS-MODE-FLAG
           CALL "SET_BATCH_MODE" USING WS-MODE-FLAG
           OPEN EXTEND RESPONSE-FILE
           IF RESPONSE-FILE-STATUS = "35"
               OPEN OUTPUT RESPONSE-FILE
               CLOSE RESPONSE-FILE
               OPEN EXTEND RESPONSE-FILE
           END-IF
           OPEN I-O INSTANT-PAYMENT-FILE
           IF INSTANT-PAYMENT-FILE-STATUS = "35"
               OPEN OUTPUT INSTANT-PAYMENT-FILE
               CLOSE INSTANT-PAYMENT-FILE
               OPEN I-O INSTANT-PAYMENT-FILE
           END-IF
           PERFORM UNTIL QUEUE-FILE-STATUS = "10"
               READ QUEUE-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CSV-LINE NOT = SPACES
                   PERFORM HANDLE-ONE-MESSAGE
                       THRU HANDLE-ONE-MESSAGE-EXIT
               END-IF
           END-PERFORM
           CLOSE QUEUE-FILE
           CLOSE RESPONSE-FILE
           CLOSE INSTANT-PAYMENT-FILE
           CALL "SET_POSTING_DATE" USING WS-POSTING-CLEAR
           MOVE "N" TO WS-MODE-FLAG
           CALL "SET_BATCH_MODE" USING WS-MODE-FLAG
           DISPLAY "Messages accepted:   " WS-ACCEPTED-COUNT
           DISPLAY "Messages rejected:   " WS-REJECTED-COUNT
           DISPLAY "Already on the log:  " WS-DUPLICATE-COUNT
           DISPLAY "Responses appended to instant_responses.txt"
           GOBACK.

       HANDLE-ONE-MESSAGE.
           MOVE SPACES TO WS-MSG-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
               WS-FLD-4 WS-FLD-5 WS-FLD-6 WS-FLD-7
           UNSTRING WS-CSV-LINE
               DELIMITED BY ","
               INTO WS-MSG-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
                    WS-FLD-4 WS-FLD-5 WS-FLD-6 WS-FLD-7
           IF WS-MSG-TYPE NOT = "IPO" AND WS-MSG-TYPE NOT = "IPI"
               GO TO HANDLE-ONE-MESSAGE-EXIT
           END-IF
           MOVE WS-FLD-1 TO WS-MSG-ID
           IF WS-MSG-ID = SPACES
               DISPLAY "Skipped message with no ID: " WS-CSV-LINE
               GO TO HANDLE-ONE-MESSAGE-EXIT
           END-IF
      *>   The queue is at-least-once: a message already on the log
      *>   was decided (and, if accepted, posted) on an earlier run.
           MOVE WS-MSG-ID TO IP-MSG-ID
           READ INSTANT-PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   GO TO HANDLE-ONE-MESSAGE-EXIT
           END-READ
           MOVE "REJ" TO WS-STATUS
           MOVE SPACES TO WS-REASON
           PERFORM FIX-POSTING-DATE
           IF WS-MSG-TYPE = "IPO"
               PERFORM HANDLE-OUTBOUND THRU HANDLE-OUTBOUND-EXIT
           ELSE
               PERFORM HANDLE-INBOUND THRU HANDLE-INBOUND-EXIT
           END-IF
           PERFORM LOG-MESSAGE
           PERFORM WRITE-RESPONSE.
       HANDLE-ONE-MESSAGE-EXIT.
           EXIT.

      *> The date this message belongs to. Before cutoff on an open
      *> business day it is the business date; after cutoff, once
      *> the clock has run past the business date, or while the date
      *> is closed, it is the day after; and either way a weekend or
      *> holiday rolls forward to the next business day.
       FIX-POSTING-DATE.
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:4) TO WS-CLOCK-HHMM
           MOVE WS-BUSINESS-DATE TO WS-CANDIDATE-DATE
           IF WS-BD-OPEN-FLAG = 0
              OR WS-CLOCK-DATE > WS-BUSINESS-DATE
              OR (WS-CLOCK-DATE = WS-BUSINESS-DATE
                  AND WS-CLOCK-HHMM NOT < WS-CUTOFF-HHMM)
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-CANDIDATE-DATE
           END-IF
           CALL "NEXT_BUSINESS_DAY" USING WS-CANDIDATE-DATE
               WS-ROLL-FORWARD WS-POSTING-DATE WS-DAY-WAS-OPEN.

       HANDLE-OUTBOUND.
           MOVE FUNCTION NUMVAL(WS-FLD-2) TO WS-USER-ID
           MOVE FUNCTION NUMVAL(WS-FLD-3) TO WS-PIN-ENTRY
           MOVE WS-FLD-4 TO WS-ACCOUNT-TYPE
           MOVE WS-FLD-5 TO WS-BANK-CODE
           MOVE WS-FLD-6 TO WS-PARTY-NAME
           MOVE FUNCTION NUMVAL(WS-FLD-7) TO WS-AMOUNT
           IF WS-ACCOUNT-TYPE = SPACES
               MOVE "CHECKING" TO WS-ACCOUNT-TYPE
           END-IF
           CALL "VERIFY_PIN" USING WS-USER-ID WS-PIN-ENTRY
               WS-PIN-RESULT
           IF WS-PIN-RESULT NOT = 1
               MOVE "BAD-PIN" TO WS-REASON
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           IF WS-AMOUNT = 0
               MOVE "ZERO-AMOUNT" TO WS-REASON
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
      *>   RETIREMENT money moves only through RETIREMENT_MAINT.
           IF WS-ACCOUNT-TYPE = "RETIREMENT"
               MOVE "RETIREMENT-ACCT" TO WS-REASON
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           CALL "CHECK_FREEZE" USING WS-USER-ID WS-ACCOUNT-TYPE
               WS-ACCOUNT-FROZEN
           IF WS-ACCOUNT-FROZEN = 1
               MOVE "ACCOUNT-FROZEN" TO WS-REASON
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               MOVE "CUSTODIAN-REQD" TO WS-REASON
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           CALL "GET_LIMIT_PROFILE" USING WS-USER-ID
               WS-TXN-CAP WS-DAILY-CAP WS-APPROVAL-THRESHOLD
               WS-PROFILE-FOUND
           IF WS-AMOUNT > WS-TXN-CAP
               MOVE "OVER-TXN-CAP" TO WS-REASON
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
      *>   Nobody is there to approve at 3am - a payment needing a
      *>   second pair of eyes is refused, as on the gateway.
           IF WS-AMOUNT > WS-APPROVAL-THRESHOLD
               MOVE "NEEDS-APPROVAL" TO WS-REASON
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           MOVE 0 TO WS-WATCH-USER
           CALL "SCREEN_WATCH_LIST" USING WS-PARTY-NAME
               WS-WATCH-USER WS-WATCH-CONTEXT WS-WATCH-HIT
           IF WS-WATCH-HIT = 2
               MOVE "WATCH-LIST-BLOCK" TO WS-REASON
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           PERFORM CHECK-AVAILABLE-FUNDS
               THRU CHECK-AVAILABLE-FUNDS-EXIT
           IF WS-REASON NOT = SPACES
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           PERFORM CHECK-DAILY-CAP
           IF WS-REASON NOT = SPACES
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           COMPUTE WS-TXN-AMOUNT = 0 - WS-AMOUNT
           PERFORM POST-CUSTOMER-LEG THRU POST-CUSTOMER-LEG-EXIT
           IF WS-REASON NOT = SPACES
               GO TO HANDLE-OUTBOUND-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-POSITION-MOVE
           PERFORM POST-POSITION-LEG
           MOVE "ACC" TO WS-STATUS.
       HANDLE-OUTBOUND-EXIT.
           EXIT.

      *> Ledger less holds must stay above the overdraft limit - the
      *> channel gateway's test, made before anything is posted.
       CHECK-AVAILABLE-FUNDS.
           OPEN INPUT BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE "NO-ACCOUNT" TO WS-REASON
                   CLOSE BALANCE-DB-FILE
                   GO TO CHECK-AVAILABLE-FUNDS-EXIT
           END-READ
           CALL "GET_ACTIVE_HOLDS" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-ACTIVE-HOLDS
           COMPUTE WS-BALANCE-AFTER =
               BALANCE-REC-BALANCE - WS-AMOUNT
           COMPUTE WS-AVAILABLE-AFTER =
               WS-BALANCE-AFTER - WS-ACTIVE-HOLDS
           IF WS-AVAILABLE-AFTER < (0 - BALANCE-REC-OVERDRAFT-LIMIT)
               MOVE "NO-FUNDS" TO WS-REASON
           END-IF
           CLOSE BALANCE-DB-FILE.
       CHECK-AVAILABLE-FUNDS-EXIT.
           EXIT.

      *> The same per-user allowance TRANSFER_MONEY and the channel
      *> gateway drain, counted against the date the payment posts.
       CHECK-DAILY-CAP.
           OPEN I-O DAILY-TRANSFER-FILE
           IF DAILY-TRANSFER-FILE-STATUS = "35"
               OPEN OUTPUT DAILY-TRANSFER-FILE
               CLOSE DAILY-TRANSFER-FILE
               OPEN I-O DAILY-TRANSFER-FILE
           END-IF
           MOVE WS-USER-ID TO DTL-USER-ID
           READ DAILY-TRANSFER-FILE
               INVALID KEY
                   MOVE WS-USER-ID TO DTL-USER-ID
                   MOVE WS-POSTING-DATE TO DTL-DATE
                   MOVE 0 TO DTL-CUMULATIVE-AMOUNT
                   WRITE DAILY-TRANSFER-RECORD
           END-READ
           IF DTL-DATE NOT = WS-POSTING-DATE
               MOVE WS-POSTING-DATE TO DTL-DATE
               MOVE 0 TO DTL-CUMULATIVE-AMOUNT
           END-IF
           COMPUTE WS-DAILY-WOULD-BE =
               DTL-CUMULATIVE-AMOUNT + WS-AMOUNT
           IF WS-DAILY-WOULD-BE > WS-DAILY-CAP
               MOVE "OVER-DAILY-CAP" TO WS-REASON
           ELSE
               MOVE WS-DAILY-WOULD-BE TO DTL-CUMULATIVE-AMOUNT
               REWRITE DAILY-TRANSFER-RECORD
           END-IF
           CLOSE DAILY-TRANSFER-FILE.

      *> Inbound: the beneficiary field is an account number (check
      *> digit proved, resolved by FIND_ACCOUNT) or a bare user ID
      *> with a CHECKING account, exactly as WIRE_IN reads it.
       HANDLE-INBOUND.
           MOVE FUNCTION NUMVAL(WS-FLD-2) TO WS-USER-ID
           MOVE WS-FLD-3 TO WS-BANK-CODE
           MOVE WS-FLD-4 TO WS-PARTY-NAME
           MOVE FUNCTION NUMVAL(WS-FLD-5) TO WS-AMOUNT
           MOVE "CHECKING" TO WS-ACCOUNT-TYPE
           IF WS-AMOUNT = 0
               MOVE "ZERO-AMOUNT" TO WS-REASON
               GO TO HANDLE-INBOUND-EXIT
           END-IF
           IF WS-USER-ID = 0
               MOVE "NO-ACCOUNT" TO WS-REASON
               GO TO HANDLE-INBOUND-EXIT
           END-IF
           MOVE WS-USER-ID TO WS-CLAIMED-NO
           CALL "VALIDATE_ACCOUNT_NO" USING WS-CLAIMED-NO
               WS-DIGIT-VALID
           MOVE 0 TO WS-RESOLVE-FOUND
           IF WS-DIGIT-VALID = 1
               CALL "FIND_ACCOUNT" USING WS-CLAIMED-NO
                   WS-RESOLVED-ID WS-RESOLVED-TYPE
                   WS-RESOLVE-FOUND
           END-IF
           IF WS-RESOLVE-FOUND = 1
               MOVE WS-RESOLVED-ID TO WS-USER-ID
               MOVE WS-RESOLVED-TYPE TO WS-ACCOUNT-TYPE
           ELSE
               OPEN INPUT USER-DB-FILE
               MOVE WS-USER-ID TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       MOVE "NO-ACCOUNT" TO WS-REASON
               END-READ
               CLOSE USER-DB-FILE
               IF WS-REASON NOT = SPACES
                   GO TO HANDLE-INBOUND-EXIT
               END-IF
           END-IF
           IF WS-ACCOUNT-TYPE = "RETIREMENT"
               MOVE "RETIREMENT-ACCT" TO WS-REASON
               GO TO HANDLE-INBOUND-EXIT
           END-IF
      *>   A blocked sender's money is refused back to the operator
      *>   rather than credited; a flagged one credits and the hit
      *>   waits on the review queue.
           MOVE 0 TO WS-WATCH-USER
           CALL "SCREEN_WATCH_LIST" USING WS-PARTY-NAME
               WS-WATCH-USER WS-WATCH-CONTEXT WS-WATCH-HIT
           IF WS-WATCH-HIT = 2
               MOVE "WATCH-LIST-BLOCK" TO WS-REASON
               GO TO HANDLE-INBOUND-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-TXN-AMOUNT
           PERFORM POST-CUSTOMER-LEG THRU POST-CUSTOMER-LEG-EXIT
           IF WS-REASON NOT = SPACES
               GO TO HANDLE-INBOUND-EXIT
           END-IF
           COMPUTE WS-POSITION-MOVE = 0 - WS-AMOUNT
           PERFORM POST-POSITION-LEG
           MOVE "ACC" TO WS-STATUS.
       HANDLE-INBOUND-EXIT.
           EXIT.

      *> Posts WS-TXN-AMOUNT (signed) to the customer's account under
      *> the posting-date switch. The balance is re-read and, for a
      *> debit, the available-funds test repeated at the moment of
      *> posting.
       POST-CUSTOMER-LEG.
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE "NO-ACCOUNT" TO WS-REASON
                   CLOSE BALANCE-DB-FILE
                   GO TO POST-CUSTOMER-LEG-EXIT
           END-READ
           COMPUTE WS-BALANCE-AFTER =
               BALANCE-REC-BALANCE + WS-TXN-AMOUNT
           IF WS-TXN-AMOUNT < 0
               COMPUTE WS-AVAILABLE-AFTER =
                   WS-BALANCE-AFTER - WS-ACTIVE-HOLDS
               IF WS-AVAILABLE-AFTER <
                  (0 - BALANCE-REC-OVERDRAFT-LIMIT)
                   MOVE "NO-FUNDS" TO WS-REASON
                   CLOSE BALANCE-DB-FILE
                   GO TO POST-CUSTOMER-LEG-EXIT
               END-IF
           END-IF
           MOVE WS-BALANCE-AFTER TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "SET_POSTING_DATE" USING WS-POSTING-DATE
           IF WS-TXN-AMOUNT < 0
               CALL "LOG_TRANSACTION" USING WS-USER-ID
                   WS-TXN-TYPE-OUT WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-ACCOUNT-TYPE WS-LEDGER-RATE
           ELSE
               CALL "LOG_TRANSACTION" USING WS-USER-ID
                   WS-TXN-TYPE-IN WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-ACCOUNT-TYPE WS-LEDGER-RATE
           END-IF
           CALL "SET_POSTING_DATE" USING WS-POSTING-CLEAR
           CLOSE BALANCE-DB-FILE.
       POST-CUSTOMER-LEG-EXIT.
           EXIT.

      *> The other leg: the bank-owned instant settlement position,
      *> created on first use the way the wire suspense row is. It
      *> carries the same transaction type as the customer leg.
       POST-POSITION-LEG.
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-POSITION-ID TO BALANCE-REC-ID
           MOVE WS-POSITION-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE WS-POSITION-ID TO BALANCE-REC-ID
                   MOVE WS-POSITION-TYPE
                       TO BALANCE-REC-ACCOUNT-TYPE
                   MOVE WS-POSITION-MOVE TO BALANCE-REC-BALANCE
                   MOVE 0 TO BALANCE-REC-OVERDRAFT-LIMIT
                   MOVE "USD" TO BALANCE-REC-CURRENCY-CODE
                   MOVE "N" TO BALANCE-REC-DORMANT-FLAG
                   MOVE 0 TO BALANCE-REC-ACCOUNT-NO
                   MOVE "MAIN" TO BALANCE-REC-BRANCH-CODE
                   WRITE BALANCE-DB-RECORD
               NOT INVALID KEY
                   ADD WS-POSITION-MOVE TO BALANCE-REC-BALANCE
                   REWRITE BALANCE-DB-RECORD
           END-READ
           MOVE WS-POSITION-MOVE TO WS-TXN-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "SET_POSTING_DATE" USING WS-POSTING-DATE
           IF WS-POSITION-MOVE > 0
               CALL "LOG_TRANSACTION" USING WS-POSITION-ID
                   WS-TXN-TYPE-OUT WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-POSITION-TYPE WS-LEDGER-RATE
           ELSE
               CALL "LOG_TRANSACTION" USING WS-POSITION-ID
                   WS-TXN-TYPE-IN WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-POSITION-TYPE WS-LEDGER-RATE
           END-IF
           CALL "SET_POSTING_DATE" USING WS-POSTING-CLEAR
           CLOSE BALANCE-DB-FILE.

       LOG-MESSAGE.
           MOVE WS-MSG-ID        TO IP-MSG-ID
           IF WS-MSG-TYPE = "IPO"
               MOVE "O" TO IP-DIRECTION
           ELSE
               MOVE "I" TO IP-DIRECTION
           END-IF
           MOVE WS-USER-ID       TO IP-USER-ID
           MOVE WS-ACCOUNT-TYPE  TO IP-ACCOUNT-TYPE
           MOVE WS-BANK-CODE     TO IP-COUNTERPARTY-BANK
           MOVE WS-PARTY-NAME    TO IP-COUNTERPARTY-NAME
           MOVE WS-AMOUNT        TO IP-AMOUNT
           MOVE WS-CLOCK-DATE    TO IP-RECEIVED-DATE
           MOVE WS-TIME-RAW(1:6) TO IP-RECEIVED-TIME
           MOVE WS-POSTING-DATE  TO IP-POSTING-DATE
           IF WS-STATUS = "ACC"
               MOVE "A" TO IP-STATUS
           ELSE
               MOVE "R" TO IP-STATUS
           END-IF
           MOVE WS-REASON        TO IP-REASON
           MOVE 0                TO IP-SETTLED-DATE
           WRITE INSTANT-PAYMENT-RECORD.

       WRITE-RESPONSE.
           IF WS-STATUS = "ACC"
               ADD 1 TO WS-ACCEPTED-COUNT
               DISPLAY "Accepted " WS-MSG-ID " for "
                   WS-AMOUNT " - posts " WS-POSTING-DATE "."
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Rejected " WS-MSG-ID ": " WS-REASON
           END-IF
           MOVE SPACES TO RESPONSE-LINE
           STRING "IPR," WS-MSG-ID "," WS-STATUS "," WS-REASON ","
               WS-POSTING-DATE
               DELIMITED BY SIZE INTO RESPONSE-LINE
           WRITE RESPONSE-LINE.
