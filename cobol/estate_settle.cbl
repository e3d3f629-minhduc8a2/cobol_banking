      *> ESTATE-SETTLE ledger pair, and a full settlement statement
      *> goes to estate_settlements.txt. Loans and negative rows are
      *> listed on the statement for the estate's lawyers - they do
      *> not pay themselves out. A SAVINGS or TERMDEP row carrying
      *> a complete payable-on-death designation (active shares in
      *> pod_beneficiaries.db totalling 100%) never reaches the
      *> executor: each share is paid straight to its beneficiary
      *> with a POD-PAYOUT ledger pair - a customer beneficiary into
      *> their own account, an outside one onto the POD-PAY payable
      *> row to go out by official check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT POD-BENEFICIARY-FILE ASSIGN TO
               "pod_beneficiaries.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-KEY
               FILE STATUS IS POD-BENEFICIARY-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "estate_settlements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD POD-BENEFICIARY-FILE.
       COPY "pod_beneficiary_record.cpy".

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       01 USER-DB-FILE-STATUS   PIC XX.
       01 BALANCE-DB-FILE-STATUS PIC XX.
       01 STATEMENT-FILE-STATUS PIC XX.
       01 POD-BENEFICIARY-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-DECEASED-ID   PIC 9(10).
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-SAVED-TYPE    PIC X(10).
       01 WS-DISPLAY-AMOUNT PIC -9(12).99.
       01 WS-TXN-TYPE-POD  PIC X(15) VALUE "POD-PAYOUT".
       01 WS-SUSPENSE-ID   PIC 9(10) VALUE 0.
       01 WS-POD-PAYABLE-TYPE PIC X(10) VALUE "POD-PAY".
       01 WS-POD-SHARE-TOTAL PIC 9(4)V99 VALUE 0.
       01 WS-POD-ACTIVE-COUNT PIC 9(02) VALUE 0.
       01 WS-POD-PAID-COUNT PIC 9(02) VALUE 0.
       01 WS-POD-REMAINING PIC 9(10)V99 VALUE 0.
       01 WS-POD-SHARE-AMOUNT PIC 9(10)V99 VALUE 0.
       01 WS-POD-PAY-ID    PIC 9(10).
       01 WS-POD-PAY-TYPE  PIC X(10).
       01 WS-POD-TOTAL-PAID PIC S9(12)V99 VALUE 0.
       01 WS-POD-ROW-COUNT PIC 9(4) VALUE 0.
       01 WS-DISPLAY-SHARE PIC -9(10).99.
       01 WS-DISPLAY-PCT   PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
               GOBACK
           END-IF
           PERFORM OPEN-STATEMENT
           OPEN I-O POD-BENEFICIARY-FILE
           IF POD-BENEFICIARY-FILE-STATUS = "35"
               OPEN OUTPUT POD-BENEFICIARY-FILE
               CLOSE POD-BENEFICIARY-FILE
               OPEN I-O POD-BENEFICIARY-FILE
           END-IF
           PERFORM SETTLE-ALL-ROWS
           CLOSE POD-BENEFICIARY-FILE
           PERFORM CLOSE-STATEMENT
           DISPLAY "Rows settled: " WS-ROW-COUNT
               "  skipped: " WS-SKIPPED-COUNT
               "  paid on death: " WS-POD-ROW-COUNT
           MOVE WS-PAID-TOTAL TO WS-DISPLAY-AMOUNT
           DISPLAY "Total paid to the estate: " WS-DISPLAY-AMOUNT
           MOVE WS-POD-TOTAL-PAID TO WS-DISPLAY-AMOUNT
           DISPLAY "Total paid to POD beneficiaries: "
               WS-DISPLAY-AMOUNT
           DISPLAY "Statement written to estate_settlements.txt"
           GOBACK.

           END-IF
           MOVE BALANCE-REC-BALANCE TO WS-MOVE-AMOUNT
           MOVE BALANCE-REC-ACCOUNT-TYPE TO WS-SAVED-TYPE
           PERFORM TOTAL-POD-SHARES THRU TOTAL-POD-SHARES-EXIT
           MOVE 0 TO BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           IF WS-POD-ACTIVE-COUNT > 0 AND WS-POD-SHARE-TOTAL = 100
               PERFORM PAY-POD-BENEFICIARIES
                   THRU PAY-POD-BENEFICIARIES-EXIT
           ELSE
               COMPUTE WS-TXN-AMOUNT = 0 - WS-MOVE-AMOUNT
               MOVE 0 TO WS-TXN-BALANCE
               CALL "LOG_TRANSACTION" USING WS-DECEASED-ID
                   WS-TXN-TYPE-EST WS-TXN-AMOUNT WS-TXN-BALANCE
                   WS-SAVED-TYPE WS-LEDGER-RATE
               PERFORM CREDIT-EXECUTOR THRU CREDIT-EXECUTOR-EXIT
               ADD 1 TO WS-ROW-COUNT
               ADD WS-MOVE-AMOUNT TO WS-PAID-TOTAL
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " WS-SAVED-TYPE " " WS-DISPLAY-AMOUNT
                   " - paid to executor " WS-EXECUTOR-ID
                   " " WS-EXEC-TYPE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-POD-ACTIVE-COUNT > 0
                   MOVE WS-POD-SHARE-TOTAL TO WS-DISPLAY-PCT
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "    (POD designation only totals "
                       WS-DISPLAY-PCT "% - not honoured, paid "
                       "to the estate)"
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF
      *>   Reposition the scan - the executor or beneficiary
      *>   credits moved the file's current record pointer.
           MOVE WS-DECEASED-ID TO BALANCE-REC-ID
           MOVE WS-SAVED-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           START BALANCE-DB-FILE KEY IS > BALANCE-REC-KEY
       CREDIT-EXECUTOR-EXIT.
           EXIT.

      *> Adds up the active designation lines on the row being
      *> settled. Only a designation whose shares come to exactly
      *> 100% is honoured; anything less goes to the estate whole.
       TOTAL-POD-SHARES.
           MOVE 0 TO WS-POD-SHARE-TOTAL
           MOVE 0 TO WS-POD-ACTIVE-COUNT
           MOVE WS-DECEASED-ID TO POD-USER-ID
           MOVE WS-SAVED-TYPE TO POD-ACCOUNT-TYPE
           MOVE 0 TO POD-SEQ
           START POD-BENEFICIARY-FILE KEY IS >= POD-KEY
               INVALID KEY
                   GO TO TOTAL-POD-SHARES-EXIT
           END-START
           PERFORM UNTIL POD-BENEFICIARY-FILE-STATUS = "10"
               READ POD-BENEFICIARY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF POD-USER-ID NOT = WS-DECEASED-ID
                          OR POD-ACCOUNT-TYPE NOT = WS-SAVED-TYPE
                           EXIT PERFORM
                       END-IF
                       IF POD-IS-ACTIVE
                           ADD POD-SHARE-PCT TO WS-POD-SHARE-TOTAL
                           ADD 1 TO WS-POD-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       TOTAL-POD-SHARES-EXIT.
           EXIT.

      *> Pays the whole row out by share. The last active line takes
      *> whatever rounding left over so the row always clears to
      *> exactly zero.
       PAY-POD-BENEFICIARIES.
           MOVE WS-MOVE-AMOUNT TO WS-POD-REMAINING
           MOVE 0 TO WS-POD-PAID-COUNT
           ADD 1 TO WS-POD-ROW-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  " WS-SAVED-TYPE " " WS-DISPLAY-AMOUNT
               " - PAYABLE ON DEATH, outside the estate:"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-DECEASED-ID TO POD-USER-ID
           MOVE WS-SAVED-TYPE TO POD-ACCOUNT-TYPE
           MOVE 0 TO POD-SEQ
           START POD-BENEFICIARY-FILE KEY IS >= POD-KEY
               INVALID KEY
                   GO TO PAY-POD-BENEFICIARIES-EXIT
           END-START
           PERFORM UNTIL POD-BENEFICIARY-FILE-STATUS = "10"
               READ POD-BENEFICIARY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF POD-USER-ID NOT = WS-DECEASED-ID
                          OR POD-ACCOUNT-TYPE NOT = WS-SAVED-TYPE
                           EXIT PERFORM
                       END-IF
                       IF POD-IS-ACTIVE
                           PERFORM PAY-ONE-POD-SHARE
                       END-IF
               END-READ
           END-PERFORM.
       PAY-POD-BENEFICIARIES-EXIT.
           EXIT.

       PAY-ONE-POD-SHARE.
           ADD 1 TO WS-POD-PAID-COUNT
           IF WS-POD-PAID-COUNT = WS-POD-ACTIVE-COUNT
               MOVE WS-POD-REMAINING TO WS-POD-SHARE-AMOUNT
           ELSE
               COMPUTE WS-POD-SHARE-AMOUNT ROUNDED =
                   WS-MOVE-AMOUNT * POD-SHARE-PCT / 100
           END-IF
           SUBTRACT WS-POD-SHARE-AMOUNT FROM WS-POD-REMAINING
           COMPUTE WS-TXN-AMOUNT = 0 - WS-POD-SHARE-AMOUNT
           MOVE WS-POD-REMAINING TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-DECEASED-ID
               WS-TXN-TYPE-POD WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-SAVED-TYPE WS-LEDGER-RATE
           MOVE POD-BENEF-USER-ID TO WS-POD-PAY-ID
           MOVE POD-PAY-ACCOUNT-TYPE TO WS-POD-PAY-TYPE
           PERFORM CREDIT-POD-BENEFICIARY
           MOVE "P" TO POD-STATUS
           MOVE WS-BUSINESS-DATE TO POD-PAID-DATE
           MOVE WS-POD-SHARE-AMOUNT TO POD-PAID-AMOUNT
           REWRITE POD-BENEFICIARY-RECORD
           ADD WS-POD-SHARE-AMOUNT TO WS-POD-TOTAL-PAID
           MOVE WS-POD-SHARE-AMOUNT TO WS-DISPLAY-SHARE
           MOVE POD-SHARE-PCT TO WS-DISPLAY-PCT
           MOVE SPACES TO STATEMENT-LINE
           STRING "    " WS-DISPLAY-PCT "% " WS-DISPLAY-SHARE
               " to " POD-BENEF-NAME " -> user " WS-POD-PAY-ID
               " " WS-POD-PAY-TYPE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *> A customer beneficiary is credited to the account they
      *> named. An outside beneficiary - or a customer whose account
      *> has since closed - is parked on the POD-PAY payable row for
      *> an official check to be cut.
       CREDIT-POD-BENEFICIARY.
           IF WS-POD-PAY-ID NOT = 0
               MOVE WS-POD-PAY-ID TO BALANCE-REC-ID
               MOVE WS-POD-PAY-TYPE TO BALANCE-REC-ACCOUNT-TYPE
               READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
                   INVALID KEY
                       MOVE WS-SUSPENSE-ID TO WS-POD-PAY-ID
                   NOT INVALID KEY
                       ADD WS-POD-SHARE-AMOUNT TO BALANCE-REC-BALANCE
                       REWRITE BALANCE-DB-RECORD
               END-READ
           END-IF
           IF WS-POD-PAY-ID = WS-SUSPENSE-ID
               MOVE WS-POD-PAYABLE-TYPE TO WS-POD-PAY-TYPE
               MOVE WS-SUSPENSE-ID TO BALANCE-REC-ID
               MOVE WS-POD-PAYABLE-TYPE TO BALANCE-REC-ACCOUNT-TYPE
               READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
                   INVALID KEY
                       MOVE WS-SUSPENSE-ID TO BALANCE-REC-ID
                       MOVE WS-POD-PAYABLE-TYPE
                           TO BALANCE-REC-ACCOUNT-TYPE
                       MOVE WS-POD-SHARE-AMOUNT TO BALANCE-REC-BALANCE
                       MOVE 0 TO BALANCE-REC-OVERDRAFT-LIMIT
                       MOVE "USD" TO BALANCE-REC-CURRENCY-CODE
                       MOVE "N" TO BALANCE-REC-DORMANT-FLAG
                       MOVE 0 TO BALANCE-REC-ACCOUNT-NO
                       MOVE "MAIN" TO BALANCE-REC-BRANCH-CODE
                       WRITE BALANCE-DB-RECORD
                   NOT INVALID KEY
                       ADD WS-POD-SHARE-AMOUNT TO BALANCE-REC-BALANCE
                       REWRITE BALANCE-DB-RECORD
               END-READ
           END-IF
           MOVE WS-POD-SHARE-AMOUNT TO WS-TXN-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-POD-PAY-ID
               WS-TXN-TYPE-POD WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-POD-PAY-TYPE WS-LEDGER-RATE.

       CLOSE-STATEMENT.
           MOVE WS-PAID-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  TOTAL PAID TO THE ESTATE: " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-POD-TOTAL-PAID TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  TOTAL PAID ON DEATH TO BENEFICIARIES: "
               WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE.
