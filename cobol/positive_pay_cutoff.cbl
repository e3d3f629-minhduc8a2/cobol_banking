       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE_PAY_CUTOFF.

      *> Positive pay decision cutoff: every exception still open on
      *> the positive pay exception file is settled. A customer
      *> decision of pay posts the item through the same gates
      *> CHECK_CLEARING applies (freeze, available balance plus
      *> overdraft, NSF return with the returned-item fee); a
      *> decision of return sends it back. An exception the customer
      *> never decided takes the customer's default rule from the
      *> enrollment row - return, unless the customer chose pay.
      *> Returned items are added to check_returns.txt for the
      *> presenting bank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PP-EXCEPTION-FILE ASSIGN TO "pp_exceptions.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-KEY
               FILE STATUS IS PP-EXCEPTION-FILE-STATUS.
           SELECT PP-ENROLL-FILE ASSIGN TO "pp_enroll.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPE-USER-ID
               FILE STATUS IS PP-ENROLL-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "positive_pay.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PP-KEY
               FILE STATUS IS POSITIVE-PAY-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "check_register.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-KEY
               FILE STATUS IS CHECK-REGISTER-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT CHECK-RETURN-FILE ASSIGN TO "check_returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PP-EXCEPTION-FILE.
       COPY "pp_exception_record.cpy".

       FD PP-ENROLL-FILE.
       COPY "pp_enroll_record.cpy".

       FD POSITIVE-PAY-FILE.
       COPY "positive_pay_record.cpy".

       FD CHECK-REGISTER-FILE.
       COPY "check_register_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD CHECK-RETURN-FILE.
       01 CHECK-RETURN-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 PP-EXCEPTION-FILE-STATUS   PIC XX.
       01 PP-ENROLL-FILE-STATUS      PIC XX.
       01 POSITIVE-PAY-FILE-STATUS   PIC XX.
       01 CHECK-REGISTER-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 WS-DECISION      PIC X(01).
       01 WS-DECIDED-BY    PIC X(08).
       01 WS-RETURN-REASON PIC X(20).
       01 WS-NSF-FEE       PIC 9(10)V99 VALUE 35.00.
       01 WS-BALANCE-AFTER PIC S9(10)V99.
       01 WS-AVAILABLE-AFTER PIC S9(12)V99.
       01 WS-ACTIVE-HOLDS  PIC 9(12)V99 VALUE 0.
       01 WS-ACCOUNT-FROZEN PIC 9 VALUE 0.
       01 WS-TXN-AMOUNT    PIC S9(10)V99.
       01 WS-TXN-BALANCE   PIC S9(10)V99.
       01 WS-TXN-TYPE-CHECK PIC X(15) VALUE "CHECK-PAID".
       01 WS-TXN-TYPE-FEE   PIC X(15) VALUE "FEE".
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-PAID-COUNT    PIC 9(6) VALUE 0.
       01 WS-RETURN-COUNT  PIC 9(6) VALUE 0.
       01 WS-DEFAULTED     PIC 9(6) VALUE 0.
       01 WS-DISP-AMOUNT   PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Positive pay cutoff is running."
           DISPLAY "----------------------------"
           MOVE 0 TO WS-PAID-COUNT
           MOVE 0 TO WS-RETURN-COUNT
           MOVE 0 TO WS-DEFAULTED
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O PP-EXCEPTION-FILE
           IF PP-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "No positive pay exceptions on file."
               GOBACK
           END-IF
           OPEN INPUT PP-ENROLL-FILE
           OPEN I-O POSITIVE-PAY-FILE
           OPEN I-O CHECK-REGISTER-FILE
           OPEN I-O BALANCE-DB-FILE
           OPEN EXTEND CHECK-RETURN-FILE
           MOVE LOW-VALUES TO PPX-KEY
           START PP-EXCEPTION-FILE KEY IS NOT LESS THAN PPX-KEY
               INVALID KEY
                   MOVE "10" TO PP-EXCEPTION-FILE-STATUS
           END-START
           PERFORM UNTIL PP-EXCEPTION-FILE-STATUS = "10"
               READ PP-EXCEPTION-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PPX-IS-OPEN
                           PERFORM SETTLE-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PP-EXCEPTION-FILE
           IF PP-ENROLL-FILE-STATUS = "00"
               CLOSE PP-ENROLL-FILE
           END-IF
           IF POSITIVE-PAY-FILE-STATUS = "00"
               CLOSE POSITIVE-PAY-FILE
           END-IF
           CLOSE CHECK-REGISTER-FILE
           CLOSE BALANCE-DB-FILE
           CLOSE CHECK-RETURN-FILE
           DISPLAY "Exceptions paid:     " WS-PAID-COUNT
           DISPLAY "Exceptions returned: " WS-RETURN-COUNT
           DISPLAY "Settled by default:  " WS-DEFAULTED
           GOBACK.

       SETTLE-ONE-EXCEPTION.
           MOVE PPX-DECISION TO WS-DECISION
           MOVE "CUSTOMER" TO WS-DECIDED-BY
           IF PPX-UNDECIDED
               MOVE "DEFAULT" TO WS-DECIDED-BY
               ADD 1 TO WS-DEFAULTED
               MOVE "R" TO WS-DECISION
               MOVE PPX-USER-ID TO PPE-USER-ID
               READ PP-ENROLL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PPE-DEFAULT-PAY
                           MOVE "P" TO WS-DECISION
                       END-IF
               END-READ
           END-IF
           MOVE PPX-USER-ID TO CK-USER-ID
           MOVE PPX-CHECK-NO TO CK-CHECK-NO
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   MOVE SPACES TO CK-STATUS
           END-READ
           IF WS-DECISION = "R"
               MOVE "PPAY RETURN" TO WS-RETURN-REASON
               PERFORM RETURN-EXCEPTION
           ELSE
               PERFORM PAY-EXCEPTION THRU PAY-EXCEPTION-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO PPX-CLOSED-DATE
           REWRITE PP-EXCEPTION-RECORD.

      *> Same gates CHECK_CLEARING applies to a matched item.
       PAY-EXCEPTION.
           CALL "CHECK_FREEZE" USING PPX-USER-ID PPX-ACCOUNT-TYPE
               WS-ACCOUNT-FROZEN
           IF WS-ACCOUNT-FROZEN = 1
               MOVE "ACCOUNT FROZEN" TO WS-RETURN-REASON
               PERFORM RETURN-EXCEPTION
               GO TO PAY-EXCEPTION-EXIT
           END-IF
           MOVE PPX-USER-ID TO BALANCE-REC-ID
           MOVE PPX-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE "NO ACCOUNT" TO WS-RETURN-REASON
                   PERFORM RETURN-EXCEPTION
                   GO TO PAY-EXCEPTION-EXIT
           END-READ
           CALL "GET_ACTIVE_HOLDS" USING BALANCE-REC-ID
               BALANCE-REC-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-ACTIVE-HOLDS
           COMPUTE WS-BALANCE-AFTER =
               BALANCE-REC-BALANCE - PPX-PRESENTED-AMOUNT
           COMPUTE WS-AVAILABLE-AFTER =
               WS-BALANCE-AFTER - WS-ACTIVE-HOLDS
           IF WS-AVAILABLE-AFTER < (0 - BALANCE-REC-OVERDRAFT-LIMIT)
               MOVE "NSF" TO WS-RETURN-REASON
               PERFORM RETURN-EXCEPTION
               PERFORM CHARGE-NSF-FEE
               GO TO PAY-EXCEPTION-EXIT
           END-IF
           MOVE WS-BALANCE-AFTER TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - PPX-PRESENTED-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING PPX-USER-ID
               WS-TXN-TYPE-CHECK WS-TXN-AMOUNT WS-TXN-BALANCE
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           IF CK-STATUS NOT = SPACES
               MOVE "P" TO CK-STATUS
               REWRITE CHECK-REGISTER-RECORD
           END-IF
           IF POSITIVE-PAY-FILE-STATUS = "00"
               MOVE PPX-USER-ID TO PP-USER-ID
               MOVE PPX-CHECK-NO TO PP-CHECK-NO
               READ POSITIVE-PAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "P" TO PP-STATUS
                       REWRITE POSITIVE-PAY-RECORD
               END-READ
           END-IF
           MOVE "P" TO PPX-STATUS
           ADD 1 TO WS-PAID-COUNT
           MOVE PPX-PRESENTED-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "PAID (" WS-DECIDED-BY ") User " PPX-USER-ID
               " Check " PPX-CHECK-NO " Amount " WS-DISP-AMOUNT.
       PAY-EXCEPTION-EXIT.
           EXIT.

       RETURN-EXCEPTION.
           ADD 1 TO WS-RETURN-COUNT
           MOVE "R" TO PPX-STATUS
           IF CK-STATUS NOT = SPACES
               MOVE "R" TO CK-STATUS
               REWRITE CHECK-REGISTER-RECORD
           END-IF
           MOVE PPX-PRESENTED-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO CHECK-RETURN-LINE
           STRING "RETURNED " WS-RETURN-REASON
               " User " PPX-USER-ID
               " Check " PPX-CHECK-NO
               " Amount " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO CHECK-RETURN-LINE
           WRITE CHECK-RETURN-LINE
           DISPLAY CHECK-RETURN-LINE " (" WS-DECIDED-BY ")".

       CHARGE-NSF-FEE.
           SUBTRACT WS-NSF-FEE FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-NSF-FEE
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING PPX-USER-ID
               WS-TXN-TYPE-FEE WS-TXN-AMOUNT WS-TXN-BALANCE
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE.
