       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW_DISBURSE.

      *> Daily escrow disbursement batch: pays every active tax and
      *> insurance item whose due date has arrived on an active
      *> escrowed loan. The bill comes out of the borrower's ESCROW
      *> account (and the loan's LN-ESCROW-BALANCE) - an escrow
      *> that is short is advanced, going negative until the yearly
      *> analysis recovers it - into the official-checks-payable row
      *> (user 0 / OFFCHK-PAY), and an official check to the payee
      *> is printed and registered outstanding for CHECK_CLEARING.
      *> The item's due date then rolls on by its interval. Every
      *> payment is listed in escrow_disbursements.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-ITEM-FILE ASSIGN TO "escrow_items.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-KEY
               FILE STATUS IS ESCROW-ITEM-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO
               "official_checks.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-CHECK-NO
               FILE STATUS IS OFFICIAL-CHECK-FILE-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO "official_checks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-PRINT-FILE-STATUS.
           SELECT DISBURSE-REPORT-FILE ASSIGN TO
               "escrow_disbursements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESCROW-ITEM-FILE.
       COPY "escrow_item_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD OFFICIAL-CHECK-FILE.
       COPY "official_check_record.cpy".

       FD CHECK-PRINT-FILE.
       01 CHECK-PRINT-LINE PIC X(100).

       FD DISBURSE-REPORT-FILE.
       01 DISBURSE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 ESCROW-ITEM-FILE-STATUS    PIC XX.
       01 LOAN-MASTER-FILE-STATUS    PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 OFFICIAL-CHECK-FILE-STATUS PIC XX.
       01 CHECK-PRINT-FILE-STATUS    PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-AMOUNT        PIC 9(10)V99.
       01 WS-CHECK-NO      PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-TXN-AMOUNT    PIC S9(10)V99.
       01 WS-TXN-BALANCE   PIC S9(10)V99.
       01 WS-TXN-TYPE-DISBURSE PIC X(15) VALUE "ESCROW-DISBURSE".
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-ESCROW-ACCOUNT PIC X(10) VALUE "ESCROW".
       01 WS-SUSPENSE-ID   PIC 9(10) VALUE 0.
       01 WS-PAYABLE-TYPE  PIC X(10) VALUE "OFFCHK-PAY".
       01 WS-PAID-COUNT    PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL    PIC 9(12)V99 VALUE 0.
       01 WS-SHORT-COUNT   PIC 9(6) VALUE 0.
       01 WS-DISPLAY-AMOUNT PIC 9(10).99.
       01 WS-DISPLAY-BALANCE PIC -9(10).99.
       01 WS-DISPLAY-TOTAL  PIC 9(12).99.
       01 WS-DATE-WORK      PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YEAR  PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY   PIC 9(2).
       01 WS-MONTH-COUNT    PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-PAID-COUNT
           MOVE 0 TO WS-PAID-TOTAL
           MOVE 0 TO WS-SHORT-COUNT
           DISPLAY "----------------------------"
           DISPLAY "Escrow disbursement batch."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           IF WS-BD-OPEN-FLAG = 0
               DISPLAY "Business date is closed - posting is locked."
               GOBACK
           END-IF
           OPEN I-O ESCROW-ITEM-FILE
           IF ESCROW-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "No escrow items on file - nothing to pay."
               GOBACK
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "No loans on file - nothing to pay."
               CLOSE ESCROW-ITEM-FILE
               GOBACK
           END-IF
           OPEN I-O OFFICIAL-CHECK-FILE
           IF OFFICIAL-CHECK-FILE-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF
           OPEN OUTPUT DISBURSE-REPORT-FILE
           MOVE SPACES TO DISBURSE-REPORT-LINE
           STRING "ESCROW DISBURSEMENTS " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO DISBURSE-REPORT-LINE
           WRITE DISBURSE-REPORT-LINE
           MOVE "Loan       Ln Payee                          "
               TO DISBURSE-REPORT-LINE
           MOVE "     Amount  Check#     Escrow after"
               TO DISBURSE-REPORT-LINE(48:)
           WRITE DISBURSE-REPORT-LINE
           MOVE LOW-VALUES TO EI-KEY
           START ESCROW-ITEM-FILE KEY IS >= EI-KEY
               INVALID KEY
                   MOVE "10" TO ESCROW-ITEM-FILE-STATUS
           END-START
           PERFORM UNTIL ESCROW-ITEM-FILE-STATUS = "10"
               READ ESCROW-ITEM-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF EI-IS-ACTIVE
                          AND EI-NEXT-DUE-DATE <= WS-BUSINESS-DATE
                           PERFORM PAY-ONE-ITEM THRU PAY-ONE-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PAID-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO DISBURSE-REPORT-LINE
           STRING "Items paid " WS-PAID-COUNT "  total "
               WS-DISPLAY-TOTAL "  paid from a short escrow "
               WS-SHORT-COUNT
               DELIMITED BY SIZE INTO DISBURSE-REPORT-LINE
           WRITE DISBURSE-REPORT-LINE
           CLOSE DISBURSE-REPORT-FILE
           CLOSE OFFICIAL-CHECK-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ESCROW-ITEM-FILE
           DISPLAY "Escrow items paid:    " WS-PAID-COUNT
           DISPLAY "Total disbursed:      " WS-DISPLAY-TOTAL
           DISPLAY "Paid from short escrow: " WS-SHORT-COUNT
           DISPLAY "Report written to escrow_disbursements.txt"
           GOBACK.

       PAY-ONE-ITEM.
           MOVE EI-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER-FILE
               INVALID KEY
                   GO TO PAY-ONE-ITEM-EXIT
           END-READ
           IF NOT LN-IS-ACTIVE OR NOT LN-HAS-ESCROW
               GO TO PAY-ONE-ITEM-EXIT
           END-IF
           MOVE EI-AMOUNT TO WS-AMOUNT
           CALL "GET_NEXT_SEQ" USING "OFFICIAL-CHECK-NO   "
                                      WS-CHECK-NO WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Unable to generate a check number - loan #"
                   LN-LOAN-ID " item " EI-SEQ " left for tomorrow."
               GO TO PAY-ONE-ITEM-EXIT
           END-IF
           IF LN-ESCROW-BALANCE < WS-AMOUNT
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           PERFORM DEBIT-ESCROW-ROW THRU DEBIT-ESCROW-ROW-EXIT
           SUBTRACT WS-AMOUNT FROM LN-ESCROW-BALANCE
           REWRITE LOAN-MASTER-RECORD
           PERFORM CREDIT-PAYABLE-ROW
           PERFORM REGISTER-OUTSTANDING-CHECK
           PERFORM PRINT-THE-CHECK
           MOVE WS-BUSINESS-DATE TO EI-LAST-PAID-DATE
           MOVE WS-AMOUNT TO EI-LAST-PAID-AMOUNT
           PERFORM ROLL-DUE-DATE
           REWRITE ESCROW-ITEM-RECORD
           ADD 1 TO WS-PAID-COUNT
           ADD WS-AMOUNT TO WS-PAID-TOTAL
           MOVE WS-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE LN-ESCROW-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO DISBURSE-REPORT-LINE
           STRING LN-LOAN-ID " " EI-SEQ " " EI-PAYEE " "
               WS-DISPLAY-AMOUNT " " WS-CHECK-NO " "
               WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO DISBURSE-REPORT-LINE
           WRITE DISBURSE-REPORT-LINE
           DISPLAY DISBURSE-REPORT-LINE.
       PAY-ONE-ITEM-EXIT.
           EXIT.

       DEBIT-ESCROW-ROW.
           OPEN I-O BALANCE-DB-FILE
           MOVE LN-USER-ID TO BALANCE-REC-ID
           MOVE WS-ESCROW-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "Loan #" LN-LOAN-ID " has no ESCROW account"
                       " - paid from the loan's escrow only."
                   CLOSE BALANCE-DB-FILE
                   GO TO DEBIT-ESCROW-ROW-EXIT
           END-READ
           SUBTRACT WS-AMOUNT FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING LN-USER-ID
               WS-TXN-TYPE-DISBURSE WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-ESCROW-ACCOUNT WS-LEDGER-RATE
           CLOSE BALANCE-DB-FILE.
       DEBIT-ESCROW-ROW-EXIT.
           EXIT.

       CREDIT-PAYABLE-ROW.
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-SUSPENSE-ID TO BALANCE-REC-ID
           MOVE WS-PAYABLE-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE WS-SUSPENSE-ID TO BALANCE-REC-ID
                   MOVE WS-PAYABLE-TYPE
                       TO BALANCE-REC-ACCOUNT-TYPE
                   MOVE WS-AMOUNT TO BALANCE-REC-BALANCE
                   MOVE 0 TO BALANCE-REC-OVERDRAFT-LIMIT
                   MOVE "USD" TO BALANCE-REC-CURRENCY-CODE
                   MOVE "N" TO BALANCE-REC-DORMANT-FLAG
                   MOVE 0 TO BALANCE-REC-ACCOUNT-NO
                   MOVE "MAIN" TO BALANCE-REC-BRANCH-CODE
                   WRITE BALANCE-DB-RECORD
               NOT INVALID KEY
                   ADD WS-AMOUNT TO BALANCE-REC-BALANCE
                   REWRITE BALANCE-DB-RECORD
           END-READ
           MOVE WS-AMOUNT TO WS-TXN-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-SUSPENSE-ID
               WS-TXN-TYPE-DISBURSE WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-PAYABLE-TYPE WS-LEDGER-RATE
           CLOSE BALANCE-DB-FILE.

       REGISTER-OUTSTANDING-CHECK.
           MOVE WS-CHECK-NO      TO OC-CHECK-NO
           MOVE LN-USER-ID       TO OC-USER-ID
           MOVE EI-PAYEE         TO OC-PAYEE
           MOVE WS-AMOUNT        TO OC-AMOUNT
           MOVE WS-BUSINESS-DATE TO OC-ISSUED-DATE
           MOVE 0                TO OC-PAID-DATE
           MOVE "A"              TO OC-FUNDING
           MOVE "O"              TO OC-STATUS
           WRITE OFFICIAL-CHECK-RECORD.

       PRINT-THE-CHECK.
           OPEN EXTEND CHECK-PRINT-FILE
           IF CHECK-PRINT-FILE-STATUS = "35"
               OPEN OUTPUT CHECK-PRINT-FILE
               CLOSE CHECK-PRINT-FILE
               OPEN EXTEND CHECK-PRINT-FILE
           END-IF
           MOVE ALL "=" TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO CHECK-PRINT-LINE
           STRING "OFFICIAL CHECK #" WS-CHECK-NO
               " DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           STRING "PAY TO THE ORDER OF " EI-PAYEE
               " **" WS-DISPLAY-AMOUNT "**"
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           STRING "RE: " EI-PAYEE-REF " ESCROW FOR LOAN "
               LN-LOAN-ID
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           CLOSE CHECK-PRINT-FILE.

      *> Next bill: the same day of the month, EI-INTERVAL-MONTHS
      *> on, pulled back to the month's last day where it is short.
       ROLL-DUE-DATE.
           MOVE EI-NEXT-DUE-DATE TO WS-DATE-WORK
           COMPUTE WS-MONTH-COUNT = WS-DATE-YEAR * 12
               + WS-DATE-MONTH - 1 + EI-INTERVAL-MONTHS
           COMPUTE WS-DATE-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-DATE-MONTH =
               WS-MONTH-COUNT - WS-DATE-YEAR * 12 + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) = 0
               SUBTRACT 1 FROM WS-DATE-DAY
           END-PERFORM
           MOVE WS-DATE-WORK TO EI-NEXT-DUE-DATE.
