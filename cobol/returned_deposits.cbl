       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED_DEPOSITS.

      *> Inbound returned-items run: a check a customer deposited
      *> through CHECK_DEPOSIT that bounces at the paying bank comes
      *> back on returned_deposits.csv, one item per line as
      *> "draweebank,draweeaccount,checkref,amount,reason". Each item
      *> is matched to its original row on DEPOSITED-CHECK-FILE and
      *> the depositor is charged back through the ledger
      *> (RETURNED-DEP), the returned-item fee is taken (batch param
      *> RETURN-DEP-FEE, default 15.00, unless waived by a pricing
      *> exception), any hold still fencing the item is released and
      *> a RETURNED-ITEM notice is queued for LETTER_ENGINE. A check
      *> coming back for the second time, and a customer whose
      *> returns reach RETURN-REVIEW-COUNT within RETURN-REVIEW-DAYS,
      *> go to the exception hub for review. Items that match no
      *> deposit go to the hub as well - nothing is hand-posted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-ITEM-FILE ASSIGN TO "returned_deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-ITEM-FILE-STATUS.
           SELECT DEPOSITED-CHECK-FILE ASSIGN TO "deposited_checks.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCK-ID
               FILE STATUS IS DEPOSITED-CHECK-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "funds_hold.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-HOLD-ID
               FILE STATUS IS FUNDS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-ITEM-FILE.
       01 RETURN-ITEM-RECORD PIC X(120).

       FD DEPOSITED-CHECK-FILE.
       COPY "deposited_check_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD FUNDS-HOLD-FILE.
       COPY "funds_hold_record.cpy".

       WORKING-STORAGE SECTION.
       01 RETURN-ITEM-FILE-STATUS     PIC XX.
       01 DEPOSITED-CHECK-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 FUNDS-HOLD-FILE-STATUS      PIC XX.
       01 WS-CSV-LINE      PIC X(120).
       01 WS-CSV-BANK      PIC X(11).
       01 WS-CSV-ACCOUNT   PIC X(17).
       01 WS-CSV-REF       PIC X(15).
       01 WS-CSV-AMOUNT    PIC X(15).
       01 WS-CSV-REASON    PIC X(20).
       01 WS-AMOUNT        PIC 9(10)V99.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-RETURN-FEE    PIC 9(8)V99 VALUE 15.00.
       01 WS-REVIEW-COUNT  PIC 9(3) VALUE 3.
       01 WS-REVIEW-DAYS   PIC 9(3) VALUE 90.
       01 WS-REVIEW-FROM   PIC 9(8).
       01 WS-DATE-INT      PIC 9(9).
      *> The deposit being charged back, and what the scan of the
      *> deposited-check file found about this item and customer.
       01 WS-MATCH-ID      PIC 9(10).
       01 WS-PRIOR-RETURNS PIC 9(3).
       01 WS-ALREADY-BACK  PIC 9 VALUE 0.
       01 WS-CUST-RETURNS  PIC 9(3).
       01 WS-USER-ID       PIC 9(10).
       01 WS-ACCOUNT-TYPE  PIC X(10).
       01 WS-CHECK-REF     PIC X(15).
       01 WS-HOLD-REASON   PIC X(30).
       01 WS-HOLDS-RELEASED PIC 9(3).
       01 WS-TXN-AMOUNT    PIC S9(10)V99.
       01 WS-TXN-BALANCE   PIC S9(10)V99.
       01 WS-TXN-TYPE-RET  PIC X(15) VALUE "RETURNED-DEP".
       01 WS-TXN-TYPE-FEE  PIC X(15) VALUE "FEE".
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-LETTER-RETURN PIC X(15) VALUE "RETURNED-ITEM".
       01 WS-LETTER-FEE    PIC X(15) VALUE "FEE".
       01 WS-EXC-RATE-ADDON PIC 9V9(4).
       01 WS-EXC-FEE-WAIVED PIC X(01).
       01 WS-EXC-FOUND     PIC 9 VALUE 0.
       01 WS-EXH-SOURCE    PIC X(20) VALUE "RETURNED_DEPOSITS".
       01 WS-EXH-REFERENCE PIC X(30).
       01 WS-EXH-AMOUNT    PIC S9(10)V99.
       01 WS-EXH-REASON    PIC X(30).
       01 WS-FEED-NAME     PIC X(20) VALUE "RETURNED-DEPOSITS".
       01 WS-FEED-FILE     PIC X(30) VALUE "returned_deposits.csv".
       01 WS-FEED-AMOUNT   PIC 9(14)V99 VALUE 0.
       01 WS-FEED-ALLOWED  PIC 9 VALUE 0.
       01 WS-CHARGED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-REVIEW-FLAGGED PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-CHARGED-COUNT
           MOVE 0 TO WS-UNMATCHED-COUNT
           MOVE 0 TO WS-REVIEW-FLAGGED
           DISPLAY "----------------------------"
           DISPLAY "Returned deposited items run."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           IF WS-BD-OPEN-FLAG = 0
               DISPLAY "Business date is closed - posting is locked."
               GOBACK
           END-IF
      *>   A second run of the same file would charge every
      *>   depositor back twice.
           CALL "CHECK_DUPLICATE_FEED" USING WS-FEED-NAME
               WS-FEED-FILE WS-FEED-AMOUNT WS-FEED-ALLOWED
           IF WS-FEED-ALLOWED = 0
               DISPLAY "Run aborted - nothing was posted."
               GOBACK
           END-IF
           OPEN INPUT RETURN-ITEM-FILE
           IF RETURN-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "returned_deposits.csv not found - nothing "
                   "to process."
               GOBACK
           END-IF
           OPEN I-O DEPOSITED-CHECK-FILE
           IF DEPOSITED-CHECK-FILE-STATUS NOT = "00"
               DISPLAY "No deposited checks on file - returned "
                   "items cannot be matched."
               CLOSE RETURN-ITEM-FILE
               GOBACK
           END-IF
           PERFORM LOAD-PARAMETERS
           OPEN I-O BALANCE-DB-FILE
           OPEN I-O FUNDS-HOLD-FILE
           PERFORM UNTIL RETURN-ITEM-FILE-STATUS = "10"
               READ RETURN-ITEM-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CSV-LINE NOT = SPACES
                   PERFORM PROCESS-ONE-RETURN
                       THRU PROCESS-ONE-RETURN-EXIT
               END-IF
           END-PERFORM
           CLOSE RETURN-ITEM-FILE
           CLOSE DEPOSITED-CHECK-FILE
           CLOSE BALANCE-DB-FILE
           IF FUNDS-HOLD-FILE-STATUS = "00"
               CLOSE FUNDS-HOLD-FILE
           END-IF
           DISPLAY "Items charged back:   " WS-CHARGED-COUNT
           DISPLAY "Items not matched:    " WS-UNMATCHED-COUNT
           DISPLAY "Flagged for review:   " WS-REVIEW-FLAGGED
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "RETURN-DEP-FEE" TO WS-PARAM-NAME
           MOVE "15.00" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-RETURN-FEE
           MOVE "RETURN-REVIEW-COUNT" TO WS-PARAM-NAME
           MOVE "3" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-REVIEW-COUNT
           IF WS-REVIEW-COUNT = 0
               MOVE 3 TO WS-REVIEW-COUNT
           END-IF
           MOVE "RETURN-REVIEW-DAYS" TO WS-PARAM-NAME
           MOVE "90" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-REVIEW-DAYS
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-REVIEW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-REVIEW-FROM.

       PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-CSV-BANK WS-CSV-ACCOUNT WS-CSV-REF
               WS-CSV-AMOUNT WS-CSV-REASON
           UNSTRING WS-CSV-LINE
               DELIMITED BY ","
               INTO WS-CSV-BANK
                    WS-CSV-ACCOUNT
                    WS-CSV-REF
                    WS-CSV-AMOUNT
                    WS-CSV-REASON
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT) TO WS-AMOUNT
           PERFORM FIND-ORIGINAL-DEPOSIT THRU FIND-ORIGINAL-DEPOSIT-EXIT
           IF WS-MATCH-ID = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               IF WS-ALREADY-BACK = 1
                   MOVE "ALREADY CHARGED BACK" TO WS-EXH-REASON
               ELSE
                   MOVE "NO MATCHING DEPOSIT" TO WS-EXH-REASON
               END-IF
               MOVE SPACES TO WS-EXH-REFERENCE
               STRING "CHK " WS-CSV-REF " " WS-CSV-BANK
                   DELIMITED BY SIZE INTO WS-EXH-REFERENCE
               MOVE WS-AMOUNT TO WS-EXH-AMOUNT
               CALL "LOG_EXCEPTION" USING WS-EXH-SOURCE
                   WS-EXH-REFERENCE WS-EXH-AMOUNT WS-EXH-REASON
               DISPLAY "Check " WS-CSV-REF " - " WS-EXH-REASON
               GO TO PROCESS-ONE-RETURN-EXIT
           END-IF
           MOVE WS-MATCH-ID TO DCK-ID
           READ DEPOSITED-CHECK-FILE
               INVALID KEY
                   GO TO PROCESS-ONE-RETURN-EXIT
           END-READ
           MOVE DCK-USER-ID TO WS-USER-ID
           MOVE DCK-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
           MOVE DCK-CHECK-REF TO WS-CHECK-REF
           MOVE "R" TO DCK-STATUS
           MOVE WS-BUSINESS-DATE TO DCK-RETURN-DATE
           MOVE WS-CSV-REASON TO DCK-RETURN-REASON
           REWRITE DEPOSITED-CHECK-RECORD
           PERFORM CHARGE-BACK-DEPOSIT THRU CHARGE-BACK-DEPOSIT-EXIT
           PERFORM RELEASE-ITEM-HOLDS THRU RELEASE-ITEM-HOLDS-EXIT
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-RETURN
               WS-USER-ID WS-ACCOUNT-TYPE WS-TXN-AMOUNT
           PERFORM CHARGE-RETURN-FEE THRU CHARGE-RETURN-FEE-EXIT
           ADD 1 TO WS-CHARGED-COUNT
           DISPLAY "Check " WS-CHECK-REF " charged back to user "
               WS-USER-ID " " WS-ACCOUNT-TYPE " - holds released: "
               WS-HOLDS-RELEASED
           PERFORM FLAG-FOR-REVIEW.
       PROCESS-ONE-RETURN-EXIT.
           EXIT.

      *> One pass over the deposited-check file: the latest deposit
      *> of this item still standing is the one being returned;
      *> earlier rows of the same item already returned mean this is
      *> a second trip. A customer's other returns in the review
      *> window are counted on the same pass.
       FIND-ORIGINAL-DEPOSIT.
           MOVE 0 TO WS-MATCH-ID
           MOVE 0 TO WS-PRIOR-RETURNS
           MOVE 0 TO WS-ALREADY-BACK
           MOVE 0 TO DCK-ID
           START DEPOSITED-CHECK-FILE KEY IS >= DCK-ID
               INVALID KEY
                   GO TO FIND-ORIGINAL-DEPOSIT-EXIT
           END-START
           PERFORM UNTIL DEPOSITED-CHECK-FILE-STATUS = "10"
               READ DEPOSITED-CHECK-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF DCK-DRAWEE-BANK = WS-CSV-BANK
                  AND DCK-DRAWEE-ACCOUNT = WS-CSV-ACCOUNT
                  AND DCK-CHECK-REF = WS-CSV-REF
                  AND DCK-AMOUNT = WS-AMOUNT
                   IF DCK-IS-RETURNED
                       ADD 1 TO WS-PRIOR-RETURNS
                   ELSE
                       MOVE DCK-ID TO WS-MATCH-ID
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-ID = 0 AND WS-PRIOR-RETURNS > 0
               MOVE 1 TO WS-ALREADY-BACK
           END-IF.
       FIND-ORIGINAL-DEPOSIT-EXIT.
           EXIT.

      *> The chargeback posts whatever the balance - the money was
      *> never collected, so an overdraft is the customer's, and the
      *> overdraft desk picks it up from there.
       CHARGE-BACK-DEPOSIT.
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE "DEPOSIT ACCOUNT MISSING" TO WS-EXH-REASON
                   MOVE SPACES TO WS-EXH-REFERENCE
                   STRING "CHK " WS-CHECK-REF " USER " WS-USER-ID
                       DELIMITED BY SIZE INTO WS-EXH-REFERENCE
                   MOVE WS-AMOUNT TO WS-EXH-AMOUNT
                   CALL "LOG_EXCEPTION" USING WS-EXH-SOURCE
                       WS-EXH-REFERENCE WS-EXH-AMOUNT WS-EXH-REASON
                   GO TO CHARGE-BACK-DEPOSIT-EXIT
           END-READ
           SUBTRACT WS-AMOUNT FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-RET WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-ACCOUNT-TYPE WS-LEDGER-RATE.
       CHARGE-BACK-DEPOSIT-EXIT.
           EXIT.

      *> CHECK_DEPOSIT tags each hold "CHK-DEP <ref>"; whatever of
      *> the item is still fenced comes off now the debit has posted.
       RELEASE-ITEM-HOLDS.
           MOVE 0 TO WS-HOLDS-RELEASED
           IF FUNDS-HOLD-FILE-STATUS NOT = "00"
              AND FUNDS-HOLD-FILE-STATUS NOT = "10"
              AND FUNDS-HOLD-FILE-STATUS NOT = "23"
               GO TO RELEASE-ITEM-HOLDS-EXIT
           END-IF
           MOVE SPACES TO WS-HOLD-REASON
           STRING "CHK-DEP " WS-CHECK-REF
               DELIMITED BY SIZE INTO WS-HOLD-REASON
           MOVE 0 TO FH-HOLD-ID
           START FUNDS-HOLD-FILE KEY IS >= FH-HOLD-ID
               INVALID KEY
                   GO TO RELEASE-ITEM-HOLDS-EXIT
           END-START
           PERFORM UNTIL FUNDS-HOLD-FILE-STATUS = "10"
               READ FUNDS-HOLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF FH-BALANCE-ID = WS-USER-ID
                  AND FH-ACCOUNT-TYPE = WS-ACCOUNT-TYPE
                  AND FH-REASON = WS-HOLD-REASON
                  AND FH-IS-ACTIVE
                   MOVE "R" TO FH-STATUS
                   REWRITE FUNDS-HOLD-RECORD
                   ADD 1 TO WS-HOLDS-RELEASED
               END-IF
           END-PERFORM.
       RELEASE-ITEM-HOLDS-EXIT.
           EXIT.

       CHARGE-RETURN-FEE.
           IF WS-RETURN-FEE = 0
               GO TO CHARGE-RETURN-FEE-EXIT
           END-IF
           CALL "GET_PRICING_EXCEPTION" USING WS-USER-ID
               WS-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-EXC-RATE-ADDON WS-EXC-FEE-WAIVED WS-EXC-FOUND
           IF WS-EXC-FOUND = 1 AND WS-EXC-FEE-WAIVED = "Y"
               GO TO CHARGE-RETURN-FEE-EXIT
           END-IF
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   GO TO CHARGE-RETURN-FEE-EXIT
           END-READ
           SUBTRACT WS-RETURN-FEE FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-RETURN-FEE
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-USER-ID
               WS-TXN-TYPE-FEE WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-ACCOUNT-TYPE WS-LEDGER-RATE
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-FEE
               WS-USER-ID WS-ACCOUNT-TYPE WS-TXN-AMOUNT.
       CHARGE-RETURN-FEE-EXIT.
           EXIT.

      *> Two review triggers: the same check bouncing again after a
      *> redeposit, and a customer whose returns keep coming.
       FLAG-FOR-REVIEW.
           IF WS-PRIOR-RETURNS > 0
               MOVE "SECOND RETURN SAME CHECK" TO WS-EXH-REASON
               MOVE SPACES TO WS-EXH-REFERENCE
               STRING "CHK " WS-CHECK-REF " USER " WS-USER-ID
                   DELIMITED BY SIZE INTO WS-EXH-REFERENCE
               MOVE WS-AMOUNT TO WS-EXH-AMOUNT
               CALL "LOG_EXCEPTION" USING WS-EXH-SOURCE
                   WS-EXH-REFERENCE WS-EXH-AMOUNT WS-EXH-REASON
               ADD 1 TO WS-REVIEW-FLAGGED
               DISPLAY "  Second return of this check - flagged."
           END-IF
           PERFORM COUNT-CUSTOMER-RETURNS
               THRU COUNT-CUSTOMER-RETURNS-EXIT
           IF WS-CUST-RETURNS >= WS-REVIEW-COUNT
               MOVE "REPEATED RETURNED DEPOSITS" TO WS-EXH-REASON
               MOVE SPACES TO WS-EXH-REFERENCE
               STRING "USER " WS-USER-ID " RETURNS " WS-CUST-RETURNS
                   DELIMITED BY SIZE INTO WS-EXH-REFERENCE
               MOVE WS-AMOUNT TO WS-EXH-AMOUNT
               CALL "LOG_EXCEPTION" USING WS-EXH-SOURCE
                   WS-EXH-REFERENCE WS-EXH-AMOUNT WS-EXH-REASON
               ADD 1 TO WS-REVIEW-FLAGGED
               DISPLAY "  Customer has " WS-CUST-RETURNS
                   " returns in " WS-REVIEW-DAYS " days - flagged."
           END-IF.

       COUNT-CUSTOMER-RETURNS.
           MOVE 0 TO WS-CUST-RETURNS
           MOVE 0 TO DCK-ID
           START DEPOSITED-CHECK-FILE KEY IS >= DCK-ID
               INVALID KEY
                   GO TO COUNT-CUSTOMER-RETURNS-EXIT
           END-START
           PERFORM UNTIL DEPOSITED-CHECK-FILE-STATUS = "10"
               READ DEPOSITED-CHECK-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF DCK-USER-ID = WS-USER-ID
                  AND DCK-IS-RETURNED
                  AND DCK-RETURN-DATE >= WS-REVIEW-FROM
                   ADD 1 TO WS-CUST-RETURNS
               END-IF
           END-PERFORM.
       COUNT-CUSTOMER-RETURNS-EXIT.
           EXIT.
