      *> out as a closure payout, standing orders touching the
      *> account are cancelled, its account_holders.db rows are
      *> removed, a final statement is produced, and the balance
      *> record is archived with the closure reason and date. The
      *> closing steps themselves live in ACCOUNT_CLOSURE, which
      *> the batch closures share.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 WS-USER-ID       PIC 9(10).
       01 WS-ACCOUNT-TYPE  PIC X(10).
       01 WS-PIN-ENTRY     PIC 9(04).
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-ORDERS-CANCELLED PIC 9(4) VALUE 0.
       01 WS-HOLDERS-REMOVED  PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-FROZEN PIC 9 VALUE 0.
       01 WS-ACCOUNT-CLOSED PIC 9 VALUE 0.
       01 WS-WARNING-ACK    PIC X VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           CALL "SHOW_WARNING_NOTES" USING WS-USER-ID
               "CLOSE_ACCOUNT       " WS-WARNING-ACK
           IF WS-WARNING-ACK = "N"
               GOBACK
           END-IF
           DISPLAY "Enter PIN: "
           ACCEPT WS-PIN-ENTRY
           CALL "VERIFY_PIN" USING WS-USER-ID WS-PIN-ENTRY
           IF WS-ACCOUNT-TYPE = SPACES
               MOVE "CHECKING" TO WS-ACCOUNT-TYPE
           END-IF
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   GOBACK
           END-READ
           MOVE BALANCE-REC-BALANCE TO WS-REMAINDER
      *>   Money leaves a goal savings pot only at release or as an
      *>   early withdrawal under the product's rule - an emptied
      *>   pot may be closed here, a funded one may not.
           IF WS-ACCOUNT-TYPE = "GOALSAVE" AND WS-REMAINDER NOT = 0
               DISPLAY "Goal savings is paid out at release or "
                   "through goal savings maintenance - not closed."
               CLOSE BALANCE-DB-FILE
               GOBACK
           END-IF
      *>   Paying out or sweeping the remainder is a debit like any
      *>   other - a frozen/legal-hold account cannot be emptied by
      *>   closing it.
                   GOBACK
               END-IF
           END-IF
           CLOSE BALANCE-DB-FILE
           CALL "ACCOUNT_CLOSURE" USING WS-USER-ID WS-ACCOUNT-TYPE
               WS-CLOSE-REASON WS-ORDERS-CANCELLED WS-HOLDERS-REMOVED
               WS-ACCOUNT-CLOSED
           IF WS-ACCOUNT-CLOSED NOT = 1
               DISPLAY "Account was not closed."
               GOBACK
           END-IF
           DISPLAY "Account closed. Orders cancelled: "
               WS-ORDERS-CANCELLED "  Holder rows removed: "
               WS-HOLDERS-REMOVED
           END-READ.
       SETTLE-REMAINDER-EXIT.
           EXIT.
