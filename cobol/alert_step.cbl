       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT_STEP.

      *> ALERT_GENERATOR as a step of BALANCE_SWEEP
      *> (sweep_step_control.cpy): tests every active subscription
      *> in ALERT-SUB-FILE against the business date's facts -
      *> BAL-UNDER against each customer's balance rows as the pass
      *> reaches them, then, once the pass is over, DEBIT-OVER and
      *> FX-POST against the day's transaction.db rows (read via
      *> TXN-ALT-KEY, one account at a time) and TD-MATURE against
      *> term deposits within fourteen days of maturity. One alert
      *> line per hit goes to alerts_out.txt, routed by the
      *> customer's contact preference. Standing breaches alert once
      *> - the breach flag holds further alerts until the condition
      *> clears.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-SUB-FILE ASSIGN TO "alert_subs.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS ALERT-SUB-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "term_deposit.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT ALERT-OUT-FILE ASSIGN TO "alerts_out.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-SUB-FILE.
       COPY "alert_subscription_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD TERM-DEPOSIT-FILE.
       COPY "term_deposit_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD ALERT-OUT-FILE.
       01 ALERT-OUT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 ALERT-SUB-FILE-STATUS      PIC XX.
       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 TERM-DEPOSIT-FILE-STATUS   PIC XX.
       01 USER-DB-FILE-STATUS        PIC XX.
       01 ALERT-OUT-FILE-STATUS      PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-TODAY-INT     PIC 9(9).
       01 WS-DATE-X        PIC X(10).
       01 WS-HIT           PIC 9 VALUE 0.
       01 WS-HIT-AMOUNT    PIC S9(10)V99.
       01 WS-HIT-DETAIL    PIC X(40).
       01 WS-ALERT-COUNT   PIC 9(6) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(6) VALUE 0.
       01 WS-DAYS-TO-GO    PIC S9(5).
       01 WS-PREF-CHANNEL  PIC X(01).
       01 WS-PREF-BAD-ADDR PIC X(01).
       01 WS-ROUTE         PIC X(50).
       01 WS-ABS-AMOUNT    PIC 9(10)V99.
       01 WS-SUBS-OPEN     PIC 9 VALUE 0.

       LINKAGE SECTION.
       COPY "sweep_step_control.cpy".
       COPY "balance_record.cpy".

       PROCEDURE DIVISION USING SWEEP-STEP-CONTROL BALANCE-DB-RECORD.
       MAIN-PARA.
           EVALUATE TRUE
               WHEN SSC-START-RUN
                   PERFORM START-RUN THRU START-RUN-EXIT
               WHEN SSC-ONE-ACCOUNT
                   PERFORM TEST-ONE-BALANCE THRU TEST-ONE-BALANCE-EXIT
               WHEN SSC-FINISH-RUN
                   PERFORM FINISH-RUN THRU FINISH-RUN-EXIT
           END-EVALUATE
           GOBACK.

       START-RUN.
           MOVE 0 TO WS-ALERT-COUNT
           MOVE 0 TO WS-CLEARED-COUNT
           DISPLAY "----------------------------"
           DISPLAY "Nightly alert generator."
           DISPLAY "----------------------------"
           MOVE SSC-BUSINESS-DATE TO WS-BUSINESS-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE WS-BUSINESS-DATE(1:4) TO WS-DATE-X(1:4)
           MOVE "-"                   TO WS-DATE-X(5:1)
           MOVE WS-BUSINESS-DATE(5:2) TO WS-DATE-X(6:2)
           MOVE "-"                   TO WS-DATE-X(8:1)
           MOVE WS-BUSINESS-DATE(7:2) TO WS-DATE-X(9:2)
           MOVE 0 TO WS-SUBS-OPEN
           OPEN I-O ALERT-SUB-FILE
           IF ALERT-SUB-FILE-STATUS NOT = "00"
               DISPLAY "No alert subscriptions on file - nothing "
                   "to scan."
               GO TO START-RUN-EXIT
           END-IF
           MOVE 1 TO WS-SUBS-OPEN
           OPEN INPUT TRANSACTION-DB-FILE
           OPEN INPUT TERM-DEPOSIT-FILE
           OPEN INPUT USER-DB-FILE
           OPEN EXTEND ALERT-OUT-FILE
           IF ALERT-OUT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-OUT-FILE
               CLOSE ALERT-OUT-FILE
               OPEN EXTEND ALERT-OUT-FILE
           END-IF.
       START-RUN-EXIT.
           EXIT.

      *> BAL-UNDER is tested as the pass goes by: a customer's
      *> accounts come together in key order, so their subscription
      *> is read at their first account, each account is tested
      *> against its floor, and the outcome is settled once the
      *> pass moves on to the next customer. The customer in hand
      *> is carried in SCT-ALERT-*, so a restart mid-customer
      *> settles on all their accounts, not just the later ones.
       TEST-ONE-BALANCE.
           IF WS-SUBS-OPEN = 0
               GO TO TEST-ONE-BALANCE-EXIT
           END-IF
           IF BALANCE-REC-ID NOT = SCT-ALERT-USER
               PERFORM SETTLE-BALANCE-ALERT
                   THRU SETTLE-BALANCE-ALERT-EXIT
               MOVE BALANCE-REC-ID TO SCT-ALERT-USER
               MOVE 0 TO SCT-ALERT-SUBSCRIBED
               MOVE 0 TO SCT-ALERT-HIT
               MOVE 0 TO SCT-ALERT-AMOUNT
               MOVE SPACES TO SCT-ALERT-DETAIL
               MOVE BALANCE-REC-ID TO AS-USER-ID
               MOVE "BAL-UNDER" TO AS-ALERT-TYPE
               READ ALERT-SUB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AS-IS-ACTIVE
                           MOVE 1 TO SCT-ALERT-SUBSCRIBED
                           MOVE AS-THRESHOLD TO SCT-ALERT-THRESHOLD
                       END-IF
               END-READ
           END-IF
           IF SCT-ALERT-SUBSCRIBED = 1
              AND SCT-ALERT-HIT = 0
              AND BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
              AND BALANCE-REC-ACCOUNT-TYPE NOT = "CREDITLINE"
              AND BALANCE-REC-BALANCE < SCT-ALERT-THRESHOLD
               MOVE 1 TO SCT-ALERT-HIT
               MOVE BALANCE-REC-BALANCE TO SCT-ALERT-AMOUNT
               MOVE BALANCE-REC-ACCOUNT-TYPE TO SCT-ALERT-DETAIL
           END-IF.
       TEST-ONE-BALANCE-EXIT.
           EXIT.

       SETTLE-BALANCE-ALERT.
           IF SCT-ALERT-SUBSCRIBED NOT = 1
               GO TO SETTLE-BALANCE-ALERT-EXIT
           END-IF
           MOVE SCT-ALERT-USER TO AS-USER-ID
           MOVE "BAL-UNDER" TO AS-ALERT-TYPE
           READ ALERT-SUB-FILE
               INVALID KEY
                   GO TO SETTLE-BALANCE-ALERT-EXIT
           END-READ
           MOVE SCT-ALERT-HIT TO WS-HIT
           MOVE SCT-ALERT-AMOUNT TO WS-HIT-AMOUNT
           MOVE SCT-ALERT-DETAIL TO WS-HIT-DETAIL
           PERFORM APPLY-HIT
           MOVE 0 TO SCT-ALERT-SUBSCRIBED.
       SETTLE-BALANCE-ALERT-EXIT.
           EXIT.

      *> After the pass: the last customer's BAL-UNDER is settled,
      *> then every other active subscription is walked and tested
      *> against the business date's facts as before.
       FINISH-RUN.
           IF WS-SUBS-OPEN = 0
               GO TO FINISH-RUN-EXIT
           END-IF
           PERFORM SETTLE-BALANCE-ALERT THRU SETTLE-BALANCE-ALERT-EXIT
           MOVE LOW-VALUES TO AS-KEY
           START ALERT-SUB-FILE KEY IS >= AS-KEY
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL ALERT-SUB-FILE-STATUS = "10"
               READ ALERT-SUB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF AS-IS-ACTIVE
                          AND AS-ALERT-TYPE NOT = "BAL-UNDER"
                           PERFORM SCAN-ONE-SUBSCRIPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-SUB-FILE
           IF TRANSACTION-DB-FILE-STATUS = "00"
               CLOSE TRANSACTION-DB-FILE
           END-IF
           IF TERM-DEPOSIT-FILE-STATUS = "00"
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF USER-DB-FILE-STATUS = "00"
               CLOSE USER-DB-FILE
           END-IF
           CLOSE ALERT-OUT-FILE
           DISPLAY "Alerts generated: " WS-ALERT-COUNT
           DISPLAY "Breaches cleared: " WS-CLEARED-COUNT
           DISPLAY "Alerts written to alerts_out.txt".
       FINISH-RUN-EXIT.
           EXIT.

       SCAN-ONE-SUBSCRIPTION.
           MOVE 0 TO WS-HIT
           MOVE SPACES TO WS-HIT-DETAIL
           EVALUATE AS-ALERT-TYPE
               WHEN "DEBIT-OVER"
                   PERFORM SCAN-DAY-TRANSACTIONS
                       THRU SCAN-DAY-TRANSACTIONS-EXIT
               WHEN "FX-POST"
                   PERFORM SCAN-DAY-TRANSACTIONS
                       THRU SCAN-DAY-TRANSACTIONS-EXIT
               WHEN "TD-MATURE"
                   PERFORM SCAN-TERM-DEPOSITS
                       THRU SCAN-TERM-DEPOSITS-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM APPLY-HIT.

       APPLY-HIT.
           EVALUATE TRUE
               WHEN WS-HIT = 1 AND NOT AS-IN-BREACH
                   PERFORM EMIT-ONE-ALERT
                   MOVE "Y" TO AS-BREACH-FLAG
                   MOVE WS-BUSINESS-DATE TO AS-LAST-ALERT-DATE
                   REWRITE ALERT-SUB-RECORD
               WHEN WS-HIT = 0 AND AS-IN-BREACH
      *>           Condition gone: arm the trigger again so the
      *>           NEXT breach alerts.
                   MOVE "N" TO AS-BREACH-FLAG
                   REWRITE ALERT-SUB-RECORD
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> One account-day at a time off the alternate key, exactly
      *> how statements read the ledger - never a full-file scan per
      *> subscriber. Event alerts (DEBIT-OVER, FX-POST) only look at
      *> today, so the breach flag re-arms on any quiet day.
       SCAN-DAY-TRANSACTIONS.
           IF TRANSACTION-DB-FILE-STATUS NOT = "00"
               GO TO SCAN-DAY-TRANSACTIONS-EXIT
           END-IF
           MOVE AS-USER-ID TO TXN-ALT-USER-ID
           MOVE LOW-VALUES TO TXN-ALT-ACCOUNT-TYPE
           MOVE LOW-VALUES TO TXN-ALT-DATE
           START TRANSACTION-DB-FILE KEY IS >= TXN-ALT-KEY
               INVALID KEY
                   GO TO SCAN-DAY-TRANSACTIONS-EXIT
           END-START
           PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
                   OR WS-HIT = 1
               READ TRANSACTION-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TXN-ALT-USER-ID NOT = AS-USER-ID
                           EXIT PERFORM
                       END-IF
                       IF TXN-DATE = WS-DATE-X
                           PERFORM TEST-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TRANSACTION-DB-FILE-STATUS.
       SCAN-DAY-TRANSACTIONS-EXIT.
           EXIT.

       TEST-ONE-TRANSACTION.
           IF AS-ALERT-TYPE = "DEBIT-OVER"
              AND TXN-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - TXN-AMOUNT
               IF WS-ABS-AMOUNT > AS-THRESHOLD
                   MOVE 1 TO WS-HIT
                   MOVE TXN-AMOUNT TO WS-HIT-AMOUNT
                   MOVE TXN-TYPE TO WS-HIT-DETAIL
               END-IF
           END-IF
           IF AS-ALERT-TYPE = "FX-POST"
              AND TXN-APPLIED-RATE NOT = 1
              AND TXN-APPLIED-RATE NOT = 0
               MOVE 1 TO WS-HIT
               MOVE TXN-AMOUNT TO WS-HIT-AMOUNT
               MOVE "FOREIGN CURRENCY POSTING" TO WS-HIT-DETAIL
           END-IF.

       SCAN-TERM-DEPOSITS.
           IF TERM-DEPOSIT-FILE-STATUS NOT = "00"
               GO TO SCAN-TERM-DEPOSITS-EXIT
           END-IF
           MOVE 0 TO TD-ID
           START TERM-DEPOSIT-FILE KEY IS >= TD-ID
               INVALID KEY
                   GO TO SCAN-TERM-DEPOSITS-EXIT
           END-START
           PERFORM UNTIL TERM-DEPOSIT-FILE-STATUS = "10"
                   OR WS-HIT = 1
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-USER-ID = AS-USER-ID
                          AND TD-IS-ACTIVE
                           COMPUTE WS-DAYS-TO-GO =
                               FUNCTION INTEGER-OF-DATE
                                   (TD-MATURITY-DATE)
                               - WS-TODAY-INT
                           IF WS-DAYS-TO-GO >= 0
                              AND WS-DAYS-TO-GO <= 14
                               MOVE 1 TO WS-HIT
                               MOVE TD-PRINCIPAL TO WS-HIT-AMOUNT
                               MOVE "TERM DEPOSIT NEARS MATURITY"
                                   TO WS-HIT-DETAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TERM-DEPOSIT-FILE-STATUS.
       SCAN-TERM-DEPOSITS-EXIT.
           EXIT.

      *> Routed by contact preference: email to the record's email,
      *> mail to the address, hold-all noted but never dropped
      *> silently.
       EMIT-ONE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           CALL "GET_CONTACT_PREF" USING AS-USER-ID
               WS-PREF-CHANNEL WS-PREF-BAD-ADDR
           MOVE SPACES TO WS-ROUTE
           IF USER-DB-FILE-STATUS = "00"
               MOVE AS-USER-ID TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           EVALUATE WS-PREF-CHANNEL
               WHEN "E"
                   STRING "EMAIL " USER-REC-EMAIL
                       DELIMITED BY SIZE INTO WS-ROUTE
               WHEN "H"
                   MOVE "HELD (customer asked for no contact)"
                       TO WS-ROUTE
               WHEN OTHER
                   STRING "MAIL " USER-REC-ADDRESS
                       DELIMITED BY SIZE INTO WS-ROUTE
           END-EVALUATE
           MOVE SPACES TO ALERT-OUT-LINE
           STRING WS-BUSINESS-DATE " user " AS-USER-ID " "
               AS-ALERT-TYPE " " WS-HIT-AMOUNT " "
               WS-HIT-DETAIL " via " WS-ROUTE
               DELIMITED BY SIZE INTO ALERT-OUT-LINE
           WRITE ALERT-OUT-LINE.
