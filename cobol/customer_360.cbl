      *> active standing orders, pending transfer approvals, and the
      *> last ten transaction.db rows - paged section by section so
      *> the teller doesn't need five programs for one question.
      *> When the customer belongs to a household, the household's
      *> members and combined deposits and loans are shown too.
      *> Open complaints and their response deadlines come after the
      *> pending transfers, so nobody talks to the customer without
      *> knowing there is one outstanding.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS TXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-DB-FILE-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "household.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HH-ID
               FILE STATUS IS HOUSEHOLD-FILE-STATUS.
           SELECT HOUSEHOLD-MEMBER-FILE ASSIGN TO
               "household_member.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHM-USER-ID
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS HOUSEHOLD-MEMBER-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "complaints.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               ALTERNATE RECORD KEY IS CMP-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS COMPLAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-DB-FILE.
       COPY "transaction_record.cpy".

       FD HOUSEHOLD-FILE.
       COPY "household_record.cpy".

       FD HOUSEHOLD-MEMBER-FILE.
       COPY "household_member_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD COMPLAINT-FILE.
       COPY "complaint_record.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 WS-LT-SHOWN       PIC 9(2).
       01 WS-DISPLAY-AMOUNT PIC -9(10).99.
       01 WS-DISPLAY-BALANCE PIC -9(10).99.
      *> Household roll-up: the members are collected first, then
      *> their deposit rows and active loans are totalled.
       01 HOUSEHOLD-FILE-STATUS        PIC XX.
       01 HOUSEHOLD-MEMBER-FILE-STATUS PIC XX.
       01 LOAN-MASTER-FILE-STATUS      PIC XX.
       01 COMPLAINT-FILE-STATUS        PIC XX.
       01 WS-CUSTODIAN-ID              PIC 9(10) VALUE 0.
       01 WS-IS-MINOR                  PIC 9 VALUE 0.
       01 WS-HH-ID          PIC 9(10) VALUE 0.
       01 WS-HH-MEMBERS.
           05 WS-HH-MEMBER OCCURS 20 TIMES.
               10 WS-HH-USER-ID  PIC 9(10).
               10 WS-HH-REL      PIC X(01).
       01 WS-HH-COUNT       PIC 9(2) VALUE 0.
       01 WS-HH-IDX         PIC 9(2).
       01 WS-HH-DEPOSITS    PIC S9(12)V99 VALUE 0.
       01 WS-HH-LOANS       PIC S9(12)V99 VALUE 0.
       01 WS-HH-IS-MEMBER   PIC 9 VALUE 0.
       01 WS-DISPLAY-TOTAL  PIC -9(12).99.
       01 WS-WARNING-ACK    PIC X VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
               DISPLAY "No matching customer found."
               GOBACK
           END-IF
           CALL "SHOW_WARNING_NOTES" USING WS-USER-ID
               "CUSTOMER_360        " WS-WARNING-ACK
           IF WS-WARNING-ACK = "N"
               GOBACK
           END-IF
           PERFORM SHOW-USER-SECTION
           PERFORM SHOW-BALANCES-SECTION
           PERFORM PAGE-BREAK
           PERFORM SHOW-JOINT-SECTION
           PERFORM SHOW-HOUSEHOLD-SECTION
               THRU SHOW-HOUSEHOLD-SECTION-EXIT
           PERFORM SHOW-ORDERS-SECTION
           PERFORM PAGE-BREAK
           PERFORM SHOW-PENDING-SECTION
           PERFORM SHOW-COMPLAINTS-SECTION
               THRU SHOW-COMPLAINTS-SECTION-EXIT
           PERFORM SHOW-LAST-TEN-SECTION
           GOBACK.

           DISPLAY "DOB: " USER-REC-DOB "  Phone: " USER-REC-PHONE
           DISPLAY "Email: " USER-REC-EMAIL
           DISPLAY "Address: " USER-REC-ADDRESS
           IF USER-IS-BUSINESS
               DISPLAY "Customer type: BUSINESS - see BENEFICIAL "
                   "OWNER MAINT for owners"
           END-IF
           CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               DISPLAY "MINOR - custodian user " WS-CUSTODIAN-ID
                   " signs for withdrawals and receives the mail"
           END-IF
           CLOSE USER-DB-FILE.

       SHOW-BALANCES-SECTION.
       SHOW-JOINT-SECTION-EXIT.
           EXIT.

      *> The whole family's business with us: every member of the
      *> customer's household, their deposit balances (every
      *> account type but LOAN and CREDITLINE) and what they owe -
      *> the remaining principal on their active loans and the
      *> drawn balance of their credit lines - totalled for the
      *> household.
       SHOW-HOUSEHOLD-SECTION.
           DISPLAY "=== Household ==="
           MOVE 0 TO WS-HH-COUNT
           MOVE 0 TO WS-HH-DEPOSITS
           MOVE 0 TO WS-HH-LOANS
           OPEN INPUT HOUSEHOLD-MEMBER-FILE
           IF HOUSEHOLD-MEMBER-FILE-STATUS NOT = "00"
               DISPLAY "(not in a household)"
               GO TO SHOW-HOUSEHOLD-SECTION-EXIT
           END-IF
           MOVE WS-USER-ID TO HHM-USER-ID
           READ HOUSEHOLD-MEMBER-FILE
               INVALID KEY
                   DISPLAY "(not in a household)"
                   CLOSE HOUSEHOLD-MEMBER-FILE
                   GO TO SHOW-HOUSEHOLD-SECTION-EXIT
           END-READ
           MOVE HHM-HOUSEHOLD-ID TO WS-HH-ID
           START HOUSEHOLD-MEMBER-FILE KEY IS = HHM-HOUSEHOLD-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL HOUSEHOLD-MEMBER-FILE-STATUS = "10"
               READ HOUSEHOLD-MEMBER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HHM-HOUSEHOLD-ID NOT = WS-HH-ID
                           EXIT PERFORM
                       END-IF
                       IF WS-HH-COUNT < 20
                           ADD 1 TO WS-HH-COUNT
                           MOVE HHM-USER-ID
                               TO WS-HH-USER-ID(WS-HH-COUNT)
                           MOVE HHM-RELATIONSHIP
                               TO WS-HH-REL(WS-HH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-MEMBER-FILE
           OPEN INPUT HOUSEHOLD-FILE
           MOVE WS-HH-ID TO HH-ID
           READ HOUSEHOLD-FILE
               INVALID KEY
                   MOVE SPACES TO HH-NAME
           END-READ
           CLOSE HOUSEHOLD-FILE
           DISPLAY "Household " WS-HH-ID " - " HH-NAME
           OPEN INPUT BALANCE-DB-FILE
           PERFORM SHOW-ONE-HH-MEMBER
               VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HH-COUNT
           CLOSE BALANCE-DB-FILE
           PERFORM TOTAL-HH-LOANS THRU TOTAL-HH-LOANS-EXIT
           MOVE WS-HH-DEPOSITS TO WS-DISPLAY-TOTAL
           DISPLAY "Household deposits: " WS-DISPLAY-TOTAL
           MOVE WS-HH-LOANS TO WS-DISPLAY-TOTAL
           DISPLAY "Household loans:    " WS-DISPLAY-TOTAL.
       SHOW-HOUSEHOLD-SECTION-EXIT.
           EXIT.

       SHOW-ONE-HH-MEMBER.
           DISPLAY "  Member " WS-HH-USER-ID(WS-HH-IDX)
               " (" WS-HH-REL(WS-HH-IDX) ")"
           PERFORM ADD-ONE-HH-DEPOSIT THRU ADD-ONE-HH-DEPOSIT-EXIT
               VARYING ACCOUNT-TYPE-IDX FROM 1 BY 1
               UNTIL ACCOUNT-TYPE-IDX > ACCOUNT-TYPE-COUNT.

      *> A credit line's balance is what the member owes on it, so
      *> it counts with the loans - only the drawn (negative) part.
       ADD-ONE-HH-DEPOSIT.
           IF ACCOUNT-TYPE-ENTRY(ACCOUNT-TYPE-IDX) = "LOAN"
               GO TO ADD-ONE-HH-DEPOSIT-EXIT
           END-IF
           IF ACCOUNT-TYPE-ENTRY(ACCOUNT-TYPE-IDX) = "CREDITLINE"
               PERFORM ADD-ONE-HH-CREDITLINE
               GO TO ADD-ONE-HH-DEPOSIT-EXIT
           END-IF
           MOVE WS-HH-USER-ID(WS-HH-IDX) TO BALANCE-REC-ID
           MOVE ACCOUNT-TYPE-ENTRY(ACCOUNT-TYPE-IDX)
               TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD BALANCE-REC-BALANCE TO WS-HH-DEPOSITS
                   MOVE BALANCE-REC-BALANCE TO WS-DISPLAY-BALANCE
                   DISPLAY "    " BALANCE-REC-ACCOUNT-TYPE " "
                       WS-DISPLAY-BALANCE " "
                       BALANCE-REC-CURRENCY-CODE
           END-READ.
       ADD-ONE-HH-DEPOSIT-EXIT.
           EXIT.

       ADD-ONE-HH-CREDITLINE.
           MOVE WS-HH-USER-ID(WS-HH-IDX) TO BALANCE-REC-ID
           MOVE "CREDITLINE" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BALANCE-REC-BALANCE < 0
                       SUBTRACT BALANCE-REC-BALANCE FROM WS-HH-LOANS
                       COMPUTE WS-DISPLAY-BALANCE =
                           0 - BALANCE-REC-BALANCE
                       DISPLAY "    CREDITLINE drawn "
                           WS-DISPLAY-BALANCE " "
                           BALANCE-REC-CURRENCY-CODE
                   END-IF
           END-READ.

       TOTAL-HH-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO TOTAL-HH-LOANS-EXIT
           END-IF
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-IS-ACTIVE
                           PERFORM CHECK-LOAN-IN-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.
       TOTAL-HH-LOANS-EXIT.
           EXIT.

       CHECK-LOAN-IN-HOUSEHOLD.
           MOVE 0 TO WS-HH-IS-MEMBER
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
               IF WS-HH-USER-ID(WS-HH-IDX) = LN-USER-ID
                   MOVE 1 TO WS-HH-IS-MEMBER
               END-IF
           END-PERFORM
           IF WS-HH-IS-MEMBER = 1
               ADD LN-REMAINING TO WS-HH-LOANS
               MOVE LN-REMAINING TO WS-DISPLAY-BALANCE
               DISPLAY "  Loan #" LN-LOAN-ID " user " LN-USER-ID
                   " remaining " WS-DISPLAY-BALANCE
           END-IF.

       SHOW-ORDERS-SECTION.
           DISPLAY "=== Active standing orders ==="
           MOVE 0 TO WS-COUNT
       SHOW-PENDING-SECTION-EXIT.
           EXIT.

       SHOW-COMPLAINTS-SECTION.
           DISPLAY "=== Open complaints ==="
           MOVE 0 TO WS-COUNT
           OPEN INPUT COMPLAINT-FILE
           IF COMPLAINT-FILE-STATUS NOT = "00"
               DISPLAY "(none)"
               GO TO SHOW-COMPLAINTS-SECTION-EXIT
           END-IF
           MOVE WS-USER-ID TO CMP-USER-ID
           START COMPLAINT-FILE KEY IS = CMP-USER-ID
               INVALID KEY
                   MOVE "10" TO COMPLAINT-FILE-STATUS
           END-START
           PERFORM UNTIL COMPLAINT-FILE-STATUS = "10"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF CMP-USER-ID NOT = WS-USER-ID
                   EXIT PERFORM
               END-IF
               IF CMP-IS-OPEN
                   ADD 1 TO WS-COUNT
                   DISPLAY "Complaint #" CMP-ID " " CMP-CATEGORY
                       " status " CMP-STATUS " received "
                       CMP-RECEIVED-DATE " due " CMP-DUE-DATE
                   DISPLAY "  " CMP-DESCRIPTION
               END-IF
           END-PERFORM
           CLOSE COMPLAINT-FILE
           IF WS-COUNT = 0
               DISPLAY "(none)"
           END-IF.
       SHOW-COMPLAINTS-SECTION-EXIT.
           EXIT.

      *> Keeps the ten newest rows in a ring buffer while scanning
      *> forward, then plays them back in file order.
       SHOW-LAST-TEN-SECTION.
