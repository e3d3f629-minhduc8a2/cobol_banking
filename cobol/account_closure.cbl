       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT_CLOSURE.

      *> The closing half of CLOSE_ACCOUNT, shared so a batch that
      *> closes accounts on its own authority goes down exactly the
      *> same path a teller does. Given one BALANCE-REC-KEY whose
      *> balance is already zero (the caller settles any remainder
      *> first - this routine moves no money) it writes the final
      *> statement to final_statement.txt, cancels standing orders
      *> touching the account, removes its account_holders.db rows,
      *> archives the balance record with the closure reason and
      *> business date, deletes it from balance.db and deregisters
      *> its payment aliases. LK-CLOSED comes back 1 when the account
      *> is gone, 0 when it was left untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "standing_order.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS STANDING-ORDER-FILE-STATUS.
           SELECT ACCOUNT-HOLDERS-FILE ASSIGN TO "account_holders.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS ACCOUNT-HOLDERS-FILE-STATUS.
           SELECT BALANCE-ARCHIVE-FILE ASSIGN TO "balance_archive.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-BAL-ID
               FILE STATUS IS BALANCE-ARCHIVE-FILE-STATUS.
           SELECT TRANSACTION-DB-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT FINAL-STATEMENT-FILE ASSIGN TO
               "final_statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD STANDING-ORDER-FILE.
       COPY "standing_order_record.cpy".

       FD ACCOUNT-HOLDERS-FILE.
       COPY "account_holders_record.cpy".

       FD BALANCE-ARCHIVE-FILE.
       COPY "balance_archive_record.cpy".

       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD FINAL-STATEMENT-FILE.
       01 FINAL-STATEMENT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 STANDING-ORDER-FILE-STATUS  PIC XX.
       01 ACCOUNT-HOLDERS-FILE-STATUS PIC XX.
       01 BALANCE-ARCHIVE-FILE-STATUS PIC XX.
       01 TRANSACTION-DB-FILE-STATUS  PIC XX.
       01 WS-NEXT-ARCH-ID  PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-STMT-COUNT    PIC 9(6) VALUE 0.
       01 WS-DISPLAY-AMOUNT PIC -9(10).99.
       01 WS-DISPLAY-BALANCE PIC -9(10).99.
       01 WS-ALIAS-REASON  PIC X(20) VALUE "ACCOUNT CLOSED".

       LINKAGE SECTION.
       01 LK-USER-ID          PIC 9(10).
       01 LK-ACCOUNT-TYPE     PIC X(10).
       01 LK-CLOSE-REASON     PIC X(20).
       01 LK-ORDERS-CANCELLED PIC 9(4).
       01 LK-HOLDERS-REMOVED  PIC 9(4).
       01 LK-CLOSED           PIC 9.

       PROCEDURE DIVISION USING LK-USER-ID LK-ACCOUNT-TYPE
                                 LK-CLOSE-REASON LK-ORDERS-CANCELLED
                                 LK-HOLDERS-REMOVED LK-CLOSED.
       MAIN-PARA.
           MOVE 0 TO LK-CLOSED
           MOVE 0 TO LK-ORDERS-CANCELLED
           MOVE 0 TO LK-HOLDERS-REMOVED
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GOBACK
           END-IF
           MOVE LK-USER-ID TO BALANCE-REC-ID
           MOVE LK-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "No such account."
                   CLOSE BALANCE-DB-FILE
                   GOBACK
           END-READ
           IF BALANCE-REC-BALANCE NOT = 0
               DISPLAY "Account still holds " BALANCE-REC-BALANCE
                   " - settle it before closing."
               CLOSE BALANCE-DB-FILE
               GOBACK
           END-IF
           PERFORM WRITE-FINAL-STATEMENT
           PERFORM CANCEL-STANDING-ORDERS
               THRU CANCEL-STANDING-ORDERS-EXIT
           PERFORM REMOVE-HOLDER-ROWS THRU REMOVE-HOLDER-ROWS-EXIT
           PERFORM ARCHIVE-CLOSED-BALANCE
               THRU ARCHIVE-CLOSED-BALANCE-EXIT
           MOVE LK-USER-ID TO BALANCE-REC-ID
           MOVE LK-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           DELETE BALANCE-DB-FILE
               INVALID KEY
                   DISPLAY "Balance record could not be removed."
               NOT INVALID KEY
                   MOVE 1 TO LK-CLOSED
           END-DELETE
           CLOSE BALANCE-DB-FILE
           CALL "DEREGISTER_ALIASES" USING LK-USER-ID LK-ACCOUNT-TYPE
               WS-ALIAS-REASON
           GOBACK.

      *> Same shape STATEMENT_GENERATOR uses, scoped to this account
      *> with no date range - the customer's record of everything the
      *> account ever did.
       WRITE-FINAL-STATEMENT.
           MOVE 0 TO WS-STMT-COUNT
           OPEN OUTPUT FINAL-STATEMENT-FILE
           MOVE SPACES TO FINAL-STATEMENT-LINE
           STRING "FINAL STATEMENT - User " LK-USER-ID " "
               LK-ACCOUNT-TYPE " closed " WS-BUSINESS-DATE
               " (" LK-CLOSE-REASON ")"
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
           WRITE FINAL-STATEMENT-LINE
           OPEN INPUT TRANSACTION-DB-FILE
           IF TRANSACTION-DB-FILE-STATUS = "00"
               PERFORM UNTIL TRANSACTION-DB-FILE-STATUS = "10"
                   READ TRANSACTION-DB-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TXN-USER-ID = LK-USER-ID
                              AND TXN-ACCOUNT-TYPE = LK-ACCOUNT-TYPE
                               PERFORM WRITE-ONE-STATEMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-DB-FILE
           END-IF
           MOVE SPACES TO FINAL-STATEMENT-LINE
           STRING "Transactions listed: " WS-STMT-COUNT
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
           WRITE FINAL-STATEMENT-LINE
           CLOSE FINAL-STATEMENT-FILE.

       WRITE-ONE-STATEMENT-LINE.
           ADD 1 TO WS-STMT-COUNT
           MOVE TXN-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE TXN-RESULT-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO FINAL-STATEMENT-LINE
           STRING TXN-DATE " " TXN-TYPE " " WS-DISPLAY-AMOUNT
               " " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
           WRITE FINAL-STATEMENT-LINE.

       CANCEL-STANDING-ORDERS.
           OPEN I-O STANDING-ORDER-FILE
           IF STANDING-ORDER-FILE-STATUS NOT = "00"
               GO TO CANCEL-STANDING-ORDERS-EXIT
           END-IF
           PERFORM UNTIL STANDING-ORDER-FILE-STATUS = "10"
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SO-ACTIVE = "Y"
                          AND ((SO-FROM-ID = LK-USER-ID
                                AND SO-FROM-ACCOUNT-TYPE
                                    = LK-ACCOUNT-TYPE)
                            OR (SO-TO-ID = LK-USER-ID
                                AND SO-TO-ACCOUNT-TYPE
                                    = LK-ACCOUNT-TYPE))
                           MOVE "N" TO SO-ACTIVE
                           REWRITE STANDING-ORDER-RECORD
                           ADD 1 TO LK-ORDERS-CANCELLED
                           DISPLAY "Cancelled standing order #"
                               SO-ORDER-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.
       CANCEL-STANDING-ORDERS-EXIT.
           EXIT.

       REMOVE-HOLDER-ROWS.
           OPEN I-O ACCOUNT-HOLDERS-FILE
           IF ACCOUNT-HOLDERS-FILE-STATUS NOT = "00"
               GO TO REMOVE-HOLDER-ROWS-EXIT
           END-IF
           PERFORM UNTIL ACCOUNT-HOLDERS-FILE-STATUS = "10"
               READ ACCOUNT-HOLDERS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF AH-BALANCE-ID = LK-USER-ID
                          AND AH-BALANCE-ACCOUNT-TYPE
                              = LK-ACCOUNT-TYPE
                           DELETE ACCOUNT-HOLDERS-FILE
                           ADD 1 TO LK-HOLDERS-REMOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-HOLDERS-FILE.
       REMOVE-HOLDER-ROWS-EXIT.
           EXIT.

       ARCHIVE-CLOSED-BALANCE.
           CALL "GET_NEXT_SEQ" USING "BALANCE-ARCHIVE-ID  "
                                      WS-NEXT-ARCH-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to archive the closed account."
               GO TO ARCHIVE-CLOSED-BALANCE-EXIT
           END-IF
           OPEN I-O BALANCE-ARCHIVE-FILE
           IF BALANCE-ARCHIVE-FILE-STATUS = "35"
               OPEN OUTPUT BALANCE-ARCHIVE-FILE
               CLOSE BALANCE-ARCHIVE-FILE
               OPEN I-O BALANCE-ARCHIVE-FILE
           END-IF
           MOVE WS-NEXT-ARCH-ID   TO ARCH-BAL-ID
           MOVE LK-USER-ID        TO ARCH-BAL-USER-ID
           MOVE LK-ACCOUNT-TYPE   TO ARCH-BAL-ACCOUNT-TYPE
           MOVE BALANCE-REC-BALANCE TO ARCH-BAL-BALANCE
           MOVE BALANCE-REC-OVERDRAFT-LIMIT
               TO ARCH-BAL-OVERDRAFT-LIMIT
           MOVE BALANCE-REC-CURRENCY-CODE TO ARCH-BAL-CURRENCY-CODE
           MOVE WS-BUSINESS-DATE(1:4) TO ARCH-BAL-DELETED-DATE(1:4)
           MOVE "-"                   TO ARCH-BAL-DELETED-DATE(5:1)
           MOVE WS-BUSINESS-DATE(5:2) TO ARCH-BAL-DELETED-DATE(6:2)
           MOVE "-"                   TO ARCH-BAL-DELETED-DATE(8:1)
           MOVE WS-BUSINESS-DATE(7:2) TO ARCH-BAL-DELETED-DATE(9:2)
           MOVE SPACES TO ARCH-BAL-DELETED-TIME
           MOVE LK-CLOSE-REASON TO ARCH-BAL-CLOSE-REASON
           MOVE BALANCE-REC-BRANCH-CODE TO ARCH-BAL-BRANCH-CODE
           WRITE BALANCE-ARCHIVE-RECORD
           CLOSE BALANCE-ARCHIVE-FILE.
       ARCHIVE-CLOSED-BALANCE-EXIT.
           EXIT.
