      *> check must be on register and still outstanding. Items that
      *> would breach balance plus overdraft bounce to the return
      *> file as NSF with a returned-item fee charged to the account.
      *> For a customer enrolled in positive pay the item must also
      *> match the customer's issued-check file on number and amount;
      *> one that doesn't is held on the positive pay exception file
      *> for the customer's pay/return decision instead of paying.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-CHECK-NO
               FILE STATUS IS OFFICIAL-CHECK-FILE-STATUS.
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
           SELECT PP-EXCEPTION-FILE ASSIGN TO "pp_exceptions.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPX-KEY
               FILE STATUS IS PP-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OFFICIAL-CHECK-FILE.
       COPY "official_check_record.cpy".

       FD PP-ENROLL-FILE.
       COPY "pp_enroll_record.cpy".

       FD POSITIVE-PAY-FILE.
       COPY "positive_pay_record.cpy".

       FD PP-EXCEPTION-FILE.
       COPY "pp_exception_record.cpy".

       WORKING-STORAGE SECTION.
       01 PRESENTMENT-FILE-STATUS    PIC XX.
       01 CHECK-REGISTER-FILE-STATUS PIC XX.
       01 WS-EXH-REFERENCE PIC X(30).
       01 WS-EXH-AMOUNT    PIC S9(10)V99.
       01 WS-EXH-REASON    PIC X(30).
       01 PP-ENROLL-FILE-STATUS    PIC XX.
       01 POSITIVE-PAY-FILE-STATUS PIC XX.
       01 PP-EXCEPTION-FILE-STATUS PIC XX.
       01 WS-PP-HELD       PIC 9 VALUE 0.
       01 WS-PP-MATCHED    PIC 9 VALUE 0.
       01 WS-PP-ROW-FOUND  PIC 9 VALUE 0.
       01 WS-PP-REASON     PIC X(20).
       01 WS-HELD-COUNT    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-PAID-COUNT
           MOVE 0 TO WS-RETURN-COUNT
           MOVE 0 TO WS-HELD-COUNT
           DISPLAY "----------------------------"
           DISPLAY "Check clearing is running."
           DISPLAY "----------------------------"
           OPEN INPUT STOP-PAYMENT-FILE
           OPEN I-O BALANCE-DB-FILE
           OPEN OUTPUT CHECK-RETURN-FILE
           OPEN INPUT PP-ENROLL-FILE
           OPEN I-O POSITIVE-PAY-FILE
           OPEN I-O PP-EXCEPTION-FILE
           IF PP-EXCEPTION-FILE-STATUS = "35"
               OPEN OUTPUT PP-EXCEPTION-FILE
               CLOSE PP-EXCEPTION-FILE
               OPEN I-O PP-EXCEPTION-FILE
           END-IF
           PERFORM UNTIL PRESENTMENT-FILE-STATUS = "10"
               READ PRESENTMENT-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CSV-LINE NOT = SPACES
                   PERFORM CLEAR-ONE-ITEM THRU CLEAR-ONE-ITEM-EXIT
               END-IF
           END-PERFORM
           CLOSE PRESENTMENT-FILE
           END-IF
           CLOSE BALANCE-DB-FILE
           CLOSE CHECK-RETURN-FILE
           IF PP-ENROLL-FILE-STATUS = "00"
               CLOSE PP-ENROLL-FILE
           END-IF
           IF POSITIVE-PAY-FILE-STATUS = "00"
               CLOSE POSITIVE-PAY-FILE
           END-IF
           CLOSE PP-EXCEPTION-FILE
           DISPLAY "Items paid:     " WS-PAID-COUNT
           DISPLAY "Items returned: " WS-RETURN-COUNT
           DISPLAY "Items held for positive pay decision: "
               WS-HELD-COUNT
           GOBACK.

       CLEAR-ONE-ITEM.
               PERFORM RETURN-ONE-ITEM
               GO TO CLEAR-ONE-ITEM-EXIT
           END-IF
           PERFORM CHECK-POSITIVE-PAY THRU CHECK-POSITIVE-PAY-EXIT
           IF WS-PP-HELD = 1
               GO TO CLEAR-ONE-ITEM-EXIT
           END-IF
      *>   Same gate every other debit path applies: a frozen
      *>   account bounces the item outright, and the funds test is
      *>   against available balance (ledger minus active holds).
               BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
           MOVE "P" TO CK-STATUS
           REWRITE CHECK-REGISTER-RECORD
           IF WS-PP-MATCHED = 1
               MOVE "P" TO PP-STATUS
               REWRITE POSITIVE-PAY-RECORD
           END-IF
           ADD 1 TO WS-PAID-COUNT.
       CLEAR-ONE-ITEM-EXIT.
           EXIT.

      *> Only customers enrolled in positive pay are matched. A
      *> missing, voided or different-amount issue row holds the
      *> item as an exception (the register row stays outstanding);
      *> the same check presented again while its exception is
      *> still open goes straight back as a duplicate, while a
      *> re-presentment after the exception closed opens it afresh.
       CHECK-POSITIVE-PAY.
           MOVE 0 TO WS-PP-HELD
           MOVE 0 TO WS-PP-MATCHED
           IF PP-ENROLL-FILE-STATUS NOT = "00"
               GO TO CHECK-POSITIVE-PAY-EXIT
           END-IF
           MOVE WS-USER-ID TO PPE-USER-ID
           READ PP-ENROLL-FILE
               INVALID KEY
                   GO TO CHECK-POSITIVE-PAY-EXIT
           END-READ
           IF NOT PPE-IS-ACTIVE
               GO TO CHECK-POSITIVE-PAY-EXIT
           END-IF
           MOVE 0 TO PPX-ISSUED-AMOUNT
           MOVE "NO ISSUE RECORD" TO WS-PP-REASON
           IF POSITIVE-PAY-FILE-STATUS = "00"
               MOVE WS-USER-ID TO PP-USER-ID
               MOVE WS-CHECK-NO TO PP-CHECK-NO
               READ POSITIVE-PAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PP-AMOUNT TO PPX-ISSUED-AMOUNT
                       EVALUATE TRUE
                           WHEN PP-IS-VOID
                               MOVE "VOIDED CHECK" TO WS-PP-REASON
                           WHEN PP-IS-PAID
                               MOVE "ISSUE ALREADY PAID"
                                   TO WS-PP-REASON
                           WHEN PP-AMOUNT NOT = WS-AMOUNT
                               MOVE "AMOUNT MISMATCH" TO WS-PP-REASON
                           WHEN OTHER
                               MOVE 1 TO WS-PP-MATCHED
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-PP-MATCHED = 1
               GO TO CHECK-POSITIVE-PAY-EXIT
           END-IF
           MOVE 1 TO WS-PP-HELD
           MOVE WS-USER-ID        TO PPX-USER-ID
           MOVE WS-CHECK-NO       TO PPX-CHECK-NO
           MOVE 0 TO WS-PP-ROW-FOUND
           READ PP-EXCEPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-PP-ROW-FOUND
           END-READ
           IF WS-PP-ROW-FOUND = 1 AND PPX-IS-OPEN
               MOVE "DUPLICATE PRESENTMNT" TO WS-RETURN-REASON
               PERFORM RETURN-ONE-ITEM
               GO TO CHECK-POSITIVE-PAY-EXIT
           END-IF
           MOVE CK-ACCOUNT-TYPE   TO PPX-ACCOUNT-TYPE
           MOVE WS-AMOUNT         TO PPX-PRESENTED-AMOUNT
           MOVE WS-PP-REASON      TO PPX-REASON
           MOVE WS-BUSINESS-DATE  TO PPX-PRESENTED-DATE
           MOVE SPACE             TO PPX-DECISION
           MOVE 0                 TO PPX-DECISION-DATE
           MOVE "O"               TO PPX-STATUS
           MOVE 0                 TO PPX-CLOSED-DATE
           IF WS-PP-ROW-FOUND = 1
               REWRITE PP-EXCEPTION-RECORD
           ELSE
               WRITE PP-EXCEPTION-RECORD
           END-IF
           ADD 1 TO WS-HELD-COUNT
           DISPLAY "HELD " WS-PP-REASON " User " WS-CSV-USER
               " Check " WS-CSV-CHECK " Amount " WS-CSV-AMOUNT.
       CHECK-POSITIVE-PAY-EXIT.
           EXIT.

      *> An official check pays from user 0 / OFFCHK-PAY - the money
      *> went in there at issuance, so paying the item is suspense
      *> relief, not a customer debit. Anything not on the official
