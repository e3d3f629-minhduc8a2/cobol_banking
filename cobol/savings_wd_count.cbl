       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVINGS_WD_COUNT.

      *> Shared savings withdrawal counter, called by every path that
      *> moves money out of a SAVINGS account by convenience - teller
      *> and gateway transfers, standing orders and sweeps - once the
      *> debit has posted and the caller has let go of the row. The
      *> movement is counted against the account's row for the
      *> business month; once the count passes the SAVINGS product's
      *> PRD-WD-LIMIT each further movement is charged
      *> PRD-EXCESS-WD-FEE as its own EXCESS-WD-FEE debit, unless a
      *> pricing exception waives fees on the account. Anything other
      *> than SAVINGS comes straight back. LK-FEE-CHARGED returns the
      *> fee taken (0 for none) so the caller can tell the customer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVINGS-WD-FILE ASSIGN TO "savings_wd_count.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SWD-KEY
               FILE STATUS IS SAVINGS-WD-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAVINGS-WD-FILE.
       COPY "savings_wd_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       WORKING-STORAGE SECTION.
       01 SAVINGS-WD-FILE-STATUS  PIC XX.
       01 BALANCE-DB-FILE-STATUS  PIC XX.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-SAVINGS-TYPE    PIC X(10) VALUE "SAVINGS".
      *> Terms when the product master has no SAVINGS row: six a
      *> month, 10.00 for each one over.
       01 WS-WD-LIMIT        PIC 9(3) VALUE 6.
       01 WS-EXCESS-FEE      PIC 9(8)V99 VALUE 10.00.
       01 WS-ROW-IS-NEW      PIC 9 VALUE 0.
       01 WS-TXN-TYPE-FEE    PIC X(15) VALUE "EXCESS-WD-FEE".
       01 WS-LETTER-EVENT    PIC X(15) VALUE "FEE".
       01 WS-TXN-AMOUNT      PIC S9(10)V99.
       01 WS-TXN-BALANCE     PIC S9(10)V99.
       01 WS-LEDGER-RATE     PIC 9(03)V9(6) VALUE 1.
       01 WS-EXC-RATE-ADDON  PIC 9V9(4).
       01 WS-EXC-FEE-WAIVED  PIC X(01).
       01 WS-EXC-FOUND       PIC 9 VALUE 0.
       01 WS-PRODUCT-RECORD.
           05 WS-PRD-ACCOUNT-TYPE      PIC X(10).
           05 WS-PRD-RATE-TIER OCCURS 3 TIMES.
               10 WS-PRD-TIER-LIMIT    PIC 9(10)V99.
               10 WS-PRD-TIER-RATE     PIC 9V9(4).
           05 WS-PRD-MONTHLY-FEE       PIC 9(10)V99.
           05 WS-PRD-OVERDRAFT-FEE     PIC 9(10)V99.
           05 WS-PRD-MINIMUM-BALANCE   PIC 9(10)V99.
           05 WS-PRD-DEFAULT-OVERDRAFT PIC 9(10)V99.
           05 WS-PRD-DEFAULT-CURRENCY  PIC X(03).
           05 WS-PRD-LATE-GRACE-DAYS   PIC 9(3).
           05 WS-PRD-LATE-FEE-TYPE     PIC X(01).
           05 WS-PRD-LATE-FEE-AMOUNT   PIC 9(8)V99.
           05 WS-PRD-LATE-FEE-PCT      PIC 9(2)V99.
           05 WS-PRD-WD-LIMIT          PIC 9(3).
           05 WS-PRD-EXCESS-WD-FEE     PIC 9(8)V99.
           05 WS-PRD-REPRICE-PCT       PIC 9(3) OCCURS 6 TIMES.
           05 WS-PRD-DEBIT-RATE        PIC 9V9(4).
           05 WS-PRD-EARLY-WD-RULE     PIC X(01).
           05 WS-PRD-EARLY-WD-PCT      PIC 9(2)V99.
           05 WS-PRD-EARLY-WD-MIN      PIC 9(8)V99.
       01 WS-PRODUCT-FOUND   PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LK-USER-ID        PIC 9(10).
       01 LK-ACCOUNT-TYPE   PIC X(10).
       01 LK-FEE-CHARGED    PIC 9(8)V99.

       PROCEDURE DIVISION USING LK-USER-ID LK-ACCOUNT-TYPE
                                 LK-FEE-CHARGED.
       MAIN-PARA.
           MOVE 0 TO LK-FEE-CHARGED
           IF LK-ACCOUNT-TYPE NOT = WS-SAVINGS-TYPE
               GOBACK
           END-IF
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM LOAD-WD-TERMS
           OPEN I-O SAVINGS-WD-FILE
           IF SAVINGS-WD-FILE-STATUS = "35"
               OPEN OUTPUT SAVINGS-WD-FILE
               CLOSE SAVINGS-WD-FILE
               OPEN I-O SAVINGS-WD-FILE
           END-IF
           IF SAVINGS-WD-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "savings_wd_count.db " SAVINGS-WD-FILE-STATUS
               GOBACK
           END-IF
           MOVE 0 TO WS-ROW-IS-NEW
           MOVE LK-USER-ID TO SWD-USER-ID
           MOVE WS-BUSINESS-DATE(1:6) TO SWD-MONTH
           READ SAVINGS-WD-FILE
               INVALID KEY
                   MOVE 1 TO WS-ROW-IS-NEW
                   MOVE 0 TO SWD-COUNT
                   MOVE 0 TO SWD-EXCESS-COUNT
                   MOVE 0 TO SWD-FEES
           END-READ
           ADD 1 TO SWD-COUNT
           IF WS-WD-LIMIT > 0 AND SWD-COUNT > WS-WD-LIMIT
               ADD 1 TO SWD-EXCESS-COUNT
               PERFORM CHARGE-EXCESS-FEE THRU CHARGE-EXCESS-FEE-EXIT
           END-IF
           IF WS-ROW-IS-NEW = 1
               WRITE SAVINGS-WD-RECORD
           ELSE
               REWRITE SAVINGS-WD-RECORD
           END-IF
           CLOSE SAVINGS-WD-FILE
           GOBACK.

       LOAD-WD-TERMS.
           CALL "GET_PRODUCT" USING WS-SAVINGS-TYPE
               WS-PRODUCT-RECORD WS-PRODUCT-FOUND
           IF WS-PRODUCT-FOUND = 1
               MOVE WS-PRD-WD-LIMIT TO WS-WD-LIMIT
               MOVE WS-PRD-EXCESS-WD-FEE TO WS-EXCESS-FEE
           END-IF.

      *> The excess movement still counts toward the three-month
      *> breach test even when the fee itself is waived.
       CHARGE-EXCESS-FEE.
           IF WS-EXCESS-FEE = 0
               GO TO CHARGE-EXCESS-FEE-EXIT
           END-IF
           CALL "GET_PRICING_EXCEPTION" USING LK-USER-ID
               LK-ACCOUNT-TYPE WS-BUSINESS-DATE
               WS-EXC-RATE-ADDON WS-EXC-FEE-WAIVED WS-EXC-FOUND
           IF WS-EXC-FOUND = 1 AND WS-EXC-FEE-WAIVED = "Y"
               GO TO CHARGE-EXCESS-FEE-EXIT
           END-IF
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GO TO CHARGE-EXCESS-FEE-EXIT
           END-IF
           MOVE LK-USER-ID TO BALANCE-REC-ID
           MOVE LK-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   CLOSE BALANCE-DB-FILE
                   GO TO CHARGE-EXCESS-FEE-EXIT
           END-READ
           SUBTRACT WS-EXCESS-FEE FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           CLOSE BALANCE-DB-FILE
           COMPUTE WS-TXN-AMOUNT = 0 - WS-EXCESS-FEE
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING LK-USER-ID
               WS-TXN-TYPE-FEE WS-TXN-AMOUNT WS-TXN-BALANCE
               LK-ACCOUNT-TYPE WS-LEDGER-RATE
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               LK-USER-ID LK-ACCOUNT-TYPE WS-TXN-AMOUNT
           ADD WS-EXCESS-FEE TO SWD-FEES
           MOVE WS-EXCESS-FEE TO LK-FEE-CHARGED.
       CHARGE-EXCESS-FEE-EXIT.
           EXIT.
