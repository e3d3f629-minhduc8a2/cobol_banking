       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW_MAINT.

      *> Mortgage escrow maintenance: puts an active loan on escrow
      *> (the monthly escrow amount collected on top of principal
      *> and interest), records the tax and insurance bills the
      *> escrow pays - payee, amount, how often and when next due -
      *> cancels them, and shows a loan's escrow position. The
      *> suggested monthly amount is the items' yearly cost over
      *> twelve; the yearly ESCROW_ANALYSIS keeps it right after
      *> that. Changes go to the borrower's change history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT ESCROW-ITEM-FILE ASSIGN TO "escrow_items.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-KEY
               FILE STATUS IS ESCROW-ITEM-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD ESCROW-ITEM-FILE.
       COPY "escrow_item_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       WORKING-STORAGE SECTION.
       01 LOAN-MASTER-FILE-STATUS PIC XX.
       01 ESCROW-ITEM-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS  PIC XX.
       01 WS-ESCROW-ACCOUNT PIC X(10) VALUE "ESCROW".
       01 WS-LOAN-BRANCH   PIC X(04) VALUE "MAIN".
       01 WS-NEXT-ACCOUNT-NO PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-LOAN-ID       PIC 9(10).
       01 WS-SEQ           PIC 9(02).
       01 WS-NEXT-SEQ      PIC 9(02) VALUE 1.
       01 WS-ITEM-COUNT    PIC 9(02) VALUE 0.
       01 WS-ANNUAL-COST   PIC 9(10)V99 VALUE 0.
       01 WS-ITEM-ANNUAL   PIC 9(10)V99.
       01 WS-SUGGESTED     PIC 9(8)V99.
       01 WS-NEW-PAYMENT   PIC 9(8)V99.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-DISPLAY-AMOUNT PIC -9(10).99.
       01 WS-HIST-FIELD    PIC X(20) VALUE "ESCROW".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Mortgage escrow maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           DISPLAY "Loan ID: "
           ACCEPT WS-LOAN-ID
           OPEN I-O LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "No loans on file."
               GOBACK
           END-IF
           MOVE WS-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Loan not found."
                   CLOSE LOAN-MASTER-FILE
                   GOBACK
           END-READ
           IF NOT LN-IS-ACTIVE
               DISPLAY "Loan #" WS-LOAN-ID " is not active."
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF
           OPEN I-O ESCROW-ITEM-FILE
           IF ESCROW-ITEM-FILE-STATUS = "35"
               OPEN OUTPUT ESCROW-ITEM-FILE
               CLOSE ESCROW-ITEM-FILE
               OPEN I-O ESCROW-ITEM-FILE
           END-IF
           DISPLAY "1. Set / change the monthly escrow amount"
           DISPLAY "2. Add a tax or insurance item"
           DISPLAY "3. Cancel an item"
           DISPLAY "4. Show the loan's escrow"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM SET-ESCROW-PAYMENT
                       THRU SET-ESCROW-PAYMENT-EXIT
               WHEN 2
                   PERFORM ADD-ESCROW-ITEM THRU ADD-ESCROW-ITEM-EXIT
               WHEN 3
                   PERFORM CANCEL-ESCROW-ITEM
                       THRU CANCEL-ESCROW-ITEM-EXIT
               WHEN 4
                   PERFORM SHOW-ESCROW THRU SHOW-ESCROW-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE ESCROW-ITEM-FILE
           CLOSE LOAN-MASTER-FILE
           GOBACK.

       SET-ESCROW-PAYMENT.
           PERFORM TOTAL-ESCROW-ITEMS THRU TOTAL-ESCROW-ITEMS-EXIT
           IF WS-ITEM-COUNT = 0
               DISPLAY "Record the tax and insurance items first."
               GO TO SET-ESCROW-PAYMENT-EXIT
           END-IF
           COMPUTE WS-SUGGESTED ROUNDED = WS-ANNUAL-COST / 12
           DISPLAY "Items cost " WS-ANNUAL-COST " a year - "
               "suggested monthly escrow " WS-SUGGESTED
           DISPLAY "Current monthly escrow:  " LN-ESCROW-PAYMENT
           DISPLAY "New monthly escrow (0 for suggested): "
           ACCEPT WS-NEW-PAYMENT
           IF WS-NEW-PAYMENT = 0
               MOVE WS-SUGGESTED TO WS-NEW-PAYMENT
           END-IF
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "LOAN " LN-LOAN-ID " " LN-ESCROW-FLAG " "
               LN-ESCROW-PAYMENT
               DELIMITED BY SIZE INTO WS-HIST-OLD
           STRING "LOAN " LN-LOAN-ID " Y " WS-NEW-PAYMENT
               DELIMITED BY SIZE INTO WS-HIST-NEW
           IF NOT LN-HAS-ESCROW
               MOVE 0 TO LN-ESCROW-BALANCE
               MOVE WS-BUSINESS-DATE TO LN-ESCROW-ANALYSIS-DATE
           END-IF
           PERFORM OPEN-ESCROW-ROW THRU OPEN-ESCROW-ROW-EXIT
           MOVE "Y" TO LN-ESCROW-FLAG
           MOVE WS-NEW-PAYMENT TO LN-ESCROW-PAYMENT
           REWRITE LOAN-MASTER-RECORD
           CALL "LOG_CHANGE_HISTORY" USING LN-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           COMPUTE WS-DISPLAY-AMOUNT =
               LN-PAYMENT-AMOUNT + LN-ESCROW-PAYMENT
           DISPLAY "Loan #" LN-LOAN-ID " now collects "
               LN-ESCROW-PAYMENT " escrow - total installment "
               WS-DISPLAY-AMOUNT.
       SET-ESCROW-PAYMENT-EXIT.
           EXIT.

       ADD-ESCROW-ITEM.
           PERFORM TOTAL-ESCROW-ITEMS THRU TOTAL-ESCROW-ITEMS-EXIT
           IF WS-NEXT-SEQ > 98
               DISPLAY "No more item lines on this loan."
               GO TO ADD-ESCROW-ITEM-EXIT
           END-IF
           DISPLAY "Item type ([T]ax / [I]nsurance): "
           ACCEPT EI-TYPE
           MOVE FUNCTION UPPER-CASE(EI-TYPE) TO EI-TYPE
           IF NOT EI-IS-TAX AND NOT EI-IS-INSURANCE
               DISPLAY "Invalid item type - not taken."
               GO TO ADD-ESCROW-ITEM-EXIT
           END-IF
           DISPLAY "Payee (tax authority or insurer): "
           ACCEPT EI-PAYEE
           DISPLAY "Parcel / policy number: "
           ACCEPT EI-PAYEE-REF
           DISPLAY "Amount of each bill: "
           ACCEPT EI-AMOUNT
           DISPLAY "Months between bills (12 yearly, 6 half-yearly):"
           ACCEPT EI-INTERVAL-MONTHS
           IF EI-INTERVAL-MONTHS = 0
               MOVE 12 TO EI-INTERVAL-MONTHS
           END-IF
           DISPLAY "Next due date (YYYYMMDD): "
           ACCEPT EI-NEXT-DUE-DATE
           IF EI-PAYEE = SPACES OR EI-AMOUNT = 0
              OR EI-NEXT-DUE-DATE < WS-BUSINESS-DATE
               DISPLAY "Payee, amount and a due date not in the "
                   "past are required - not taken."
               GO TO ADD-ESCROW-ITEM-EXIT
           END-IF
           MOVE WS-LOAN-ID TO EI-LOAN-ID
           MOVE WS-NEXT-SEQ TO EI-SEQ
           MOVE 0 TO EI-LAST-PAID-DATE
           MOVE 0 TO EI-LAST-PAID-AMOUNT
           MOVE "A" TO EI-STATUS
           WRITE ESCROW-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the item."
                   GO TO ADD-ESCROW-ITEM-EXIT
           END-WRITE
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "LOAN " LN-LOAN-ID " +" EI-TYPE " "
               EI-PAYEE(1:15) " " EI-AMOUNT
               DELIMITED BY SIZE INTO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING LN-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Escrow item " EI-SEQ " recorded."
           IF LN-HAS-ESCROW
               DISPLAY "Review the monthly escrow amount - the "
                   "items have changed."
           END-IF.
       ADD-ESCROW-ITEM-EXIT.
           EXIT.

       CANCEL-ESCROW-ITEM.
           PERFORM SHOW-ESCROW THRU SHOW-ESCROW-EXIT
           DISPLAY "Item line to cancel: "
           ACCEPT WS-SEQ
           MOVE WS-LOAN-ID TO EI-LOAN-ID
           MOVE WS-SEQ TO EI-SEQ
           READ ESCROW-ITEM-FILE KEY IS EI-KEY
               INVALID KEY
                   DISPLAY "No such item."
                   GO TO CANCEL-ESCROW-ITEM-EXIT
           END-READ
           IF NOT EI-IS-ACTIVE
               DISPLAY "That item is already cancelled."
               GO TO CANCEL-ESCROW-ITEM-EXIT
           END-IF
           MOVE "C" TO EI-STATUS
           REWRITE ESCROW-ITEM-RECORD
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING "LOAN " LN-LOAN-ID " " EI-TYPE " "
               EI-PAYEE(1:15) " " EI-AMOUNT
               DELIMITED BY SIZE INTO WS-HIST-OLD
           MOVE "CANCELLED" TO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING LN-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Escrow item " WS-SEQ " cancelled.".
       CANCEL-ESCROW-ITEM-EXIT.
           EXIT.

       SHOW-ESCROW.
           MOVE LN-ESCROW-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "Loan #" LN-LOAN-ID " escrow " LN-ESCROW-FLAG
               " monthly " LN-ESCROW-PAYMENT " balance "
               WS-DISPLAY-AMOUNT " last analysed "
               LN-ESCROW-ANALYSIS-DATE
           MOVE WS-LOAN-ID TO EI-LOAN-ID
           MOVE 0 TO EI-SEQ
           START ESCROW-ITEM-FILE KEY IS >= EI-KEY
               INVALID KEY
                   DISPLAY "No escrow items on file."
                   GO TO SHOW-ESCROW-EXIT
           END-START
           PERFORM UNTIL ESCROW-ITEM-FILE-STATUS = "10"
               READ ESCROW-ITEM-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF EI-LOAN-ID NOT = WS-LOAN-ID
                           EXIT PERFORM
                       END-IF
                       DISPLAY "Line " EI-SEQ " " EI-TYPE " "
                           EI-PAYEE " " EI-PAYEE-REF
                       DISPLAY "    " EI-AMOUNT " every "
                           EI-INTERVAL-MONTHS " months, next "
                           EI-NEXT-DUE-DATE " status " EI-STATUS
               END-READ
           END-PERFORM.
       SHOW-ESCROW-EXIT.
           EXIT.

      *> The escrow money is the customer's, held on an ESCROW row
      *> in balance.db beside the LOAN row and stamped with the same
      *> branch, so statements and the daily totals see it.
       OPEN-ESCROW-ROW.
           OPEN I-O BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               GO TO OPEN-ESCROW-ROW-EXIT
           END-IF
           MOVE LN-USER-ID TO BALANCE-REC-ID
           MOVE "LOAN" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BALANCE-REC-BRANCH-CODE NOT = SPACES
                       MOVE BALANCE-REC-BRANCH-CODE TO WS-LOAN-BRANCH
                   END-IF
           END-READ
           MOVE LN-USER-ID TO BALANCE-REC-ID
           MOVE WS-ESCROW-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE LN-USER-ID TO BALANCE-REC-ID
                   MOVE WS-ESCROW-ACCOUNT TO BALANCE-REC-ACCOUNT-TYPE
                   MOVE 0 TO BALANCE-REC-BALANCE
                   MOVE 0 TO BALANCE-REC-OVERDRAFT-LIMIT
                   MOVE "USD" TO BALANCE-REC-CURRENCY-CODE
                   MOVE "N" TO BALANCE-REC-DORMANT-FLAG
                   CALL "GET_NEXT_ACCOUNT_NO" USING
                       WS-NEXT-ACCOUNT-NO WS-SEQ-STATUS
                   IF WS-SEQ-STATUS = 1
                       MOVE WS-NEXT-ACCOUNT-NO
                           TO BALANCE-REC-ACCOUNT-NO
                   ELSE
                       MOVE 0 TO BALANCE-REC-ACCOUNT-NO
                   END-IF
                   MOVE WS-LOAN-BRANCH TO BALANCE-REC-BRANCH-CODE
                   WRITE BALANCE-DB-RECORD
                   DISPLAY "ESCROW account opened for user "
                       LN-USER-ID "."
           END-READ
           CLOSE BALANCE-DB-FILE.
       OPEN-ESCROW-ROW-EXIT.
           EXIT.

      *> Yearly cost of the loan's active items and the next free
      *> line number.
       TOTAL-ESCROW-ITEMS.
           MOVE 0 TO WS-ANNUAL-COST
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-LOAN-ID TO EI-LOAN-ID
           MOVE 0 TO EI-SEQ
           START ESCROW-ITEM-FILE KEY IS >= EI-KEY
               INVALID KEY
                   GO TO TOTAL-ESCROW-ITEMS-EXIT
           END-START
           PERFORM UNTIL ESCROW-ITEM-FILE-STATUS = "10"
               READ ESCROW-ITEM-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF EI-LOAN-ID NOT = WS-LOAN-ID
                           EXIT PERFORM
                       END-IF
                       COMPUTE WS-NEXT-SEQ = EI-SEQ + 1
                       IF EI-IS-ACTIVE
                           ADD 1 TO WS-ITEM-COUNT
                           COMPUTE WS-ITEM-ANNUAL ROUNDED =
                               EI-AMOUNT * 12 / EI-INTERVAL-MONTHS
                           ADD WS-ITEM-ANNUAL TO WS-ANNUAL-COST
                       END-IF
               END-READ
           END-PERFORM.
       TOTAL-ESCROW-ITEMS-EXIT.
           EXIT.
