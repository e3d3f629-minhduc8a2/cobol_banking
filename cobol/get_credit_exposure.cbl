       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET_CREDIT_EXPOSURE.

      *> Shared credit exposure calculation: everything the bank has
      *> lent or committed to lend to one customer (LK-USER-ID),
      *> broken down as laid out in CREDIT-EXPOSURE. The customer's
      *> own balance rows give what is owed on their loans and credit
      *> line, the line's undrawn limit and the overdraft limits on
      *> their deposit accounts; account_holders.db gives the loans
      *> of other borrowers they are a joint holder on; and
      *> loan_applications.db the approvals not yet booked. When the
      *> customer is being totalled as part of a household
      *> (LK-HOUSEHOLD-ID not zero), a joint loan whose borrower is
      *> in the same household is left out - the borrower's own
      *> figure already carries it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT ACCOUNT-HOLDERS-FILE ASSIGN TO "account_holders.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS ACCOUNT-HOLDERS-FILE-STATUS.
           SELECT HOUSEHOLD-MEMBER-FILE ASSIGN TO
               "household_member.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HHM-USER-ID
               ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
                   WITH DUPLICATES
               FILE STATUS IS HOUSEHOLD-MEMBER-FILE-STATUS.
           SELECT LOAN-APP-FILE ASSIGN TO "loan_applications.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-ID
               FILE STATUS IS LOAN-APP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD ACCOUNT-HOLDERS-FILE.
       COPY "account_holders_record.cpy".

       FD HOUSEHOLD-MEMBER-FILE.
       COPY "household_member_record.cpy".

       FD LOAN-APP-FILE.
       COPY "loan_application_record.cpy".

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS       PIC XX.
       01 ACCOUNT-HOLDERS-FILE-STATUS  PIC XX.
       01 HOUSEHOLD-MEMBER-FILE-STATUS PIC XX.
       01 LOAN-APP-FILE-STATUS         PIC XX.
       01 WS-HHM-OPEN       PIC 9 VALUE 0.
       01 WS-OWED           PIC 9(12)V99.
       01 WS-SAME-HOUSEHOLD PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LK-USER-ID        PIC 9(10).
       01 LK-HOUSEHOLD-ID   PIC 9(10).
       COPY "credit_exposure.cpy".

       PROCEDURE DIVISION USING LK-USER-ID LK-HOUSEHOLD-ID
                                 CREDIT-EXPOSURE.
       MAIN-PARA.
           INITIALIZE CREDIT-EXPOSURE
           IF LK-USER-ID = 0
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM ADD-OWN-ROWS THRU ADD-OWN-ROWS-EXIT
           PERFORM ADD-JOINT-LOANS THRU ADD-JOINT-LOANS-EXIT
           CLOSE BALANCE-DB-FILE
           PERFORM ADD-APPROVED-APPS THRU ADD-APPROVED-APPS-EXIT
           COMPUTE CE-TOTAL = CE-LOANS + CE-JOINT-LOANS
               + CE-LINE-DRAWN + CE-LINE-UNDRAWN + CE-OD-LIMITS
               + CE-APPROVED-APPS
           GOBACK.

      *> Every balance row the customer owns. A credit line's row
      *> carries its limit only while draws are allowed, so a
      *> suspended or closed line counts for what is drawn and no
      *> more. A deposit account overdrawn past its limit counts for
      *> the amount overdrawn.
       ADD-OWN-ROWS.
           MOVE LK-USER-ID TO BALANCE-REC-ID
           MOVE LOW-VALUES TO BALANCE-REC-ACCOUNT-TYPE
           START BALANCE-DB-FILE KEY IS >= BALANCE-REC-KEY
               INVALID KEY
                   GO TO ADD-OWN-ROWS-EXIT
           END-START
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF BALANCE-REC-ID NOT = LK-USER-ID
                   EXIT PERFORM
               END-IF
               MOVE 0 TO WS-OWED
               IF BALANCE-REC-BALANCE < 0
                   COMPUTE WS-OWED = 0 - BALANCE-REC-BALANCE
               END-IF
               EVALUATE BALANCE-REC-ACCOUNT-TYPE
                   WHEN "LOAN"
                       ADD WS-OWED TO CE-LOANS
                   WHEN "CREDITLINE"
                       ADD WS-OWED TO CE-LINE-DRAWN
                       IF BALANCE-REC-OVERDRAFT-LIMIT > WS-OWED
                           COMPUTE CE-LINE-UNDRAWN = CE-LINE-UNDRAWN
                               + BALANCE-REC-OVERDRAFT-LIMIT - WS-OWED
                       END-IF
                   WHEN OTHER
                       IF BALANCE-REC-OVERDRAFT-LIMIT > WS-OWED
                           ADD BALANCE-REC-OVERDRAFT-LIMIT
                               TO CE-OD-LIMITS
                       ELSE
                           ADD WS-OWED TO CE-OD-LIMITS
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE "00" TO BALANCE-DB-FILE-STATUS.
       ADD-OWN-ROWS-EXIT.
           EXIT.

      *> account_holders.db is keyed on the account, not the holder,
      *> so the customer's joint LOAN rows are found by reading it
      *> through.
       ADD-JOINT-LOANS.
           OPEN INPUT ACCOUNT-HOLDERS-FILE
           IF ACCOUNT-HOLDERS-FILE-STATUS NOT = "00"
               GO TO ADD-JOINT-LOANS-EXIT
           END-IF
           MOVE 0 TO WS-HHM-OPEN
           IF LK-HOUSEHOLD-ID NOT = 0
               OPEN INPUT HOUSEHOLD-MEMBER-FILE
               IF HOUSEHOLD-MEMBER-FILE-STATUS = "00"
                   MOVE 1 TO WS-HHM-OPEN
               END-IF
           END-IF
           PERFORM UNTIL ACCOUNT-HOLDERS-FILE-STATUS = "10"
               READ ACCOUNT-HOLDERS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF AH-USER-ID = LK-USER-ID
                          AND AH-BALANCE-ID NOT = LK-USER-ID
                          AND AH-BALANCE-ACCOUNT-TYPE = "LOAN"
                           PERFORM ADD-ONE-JOINT-LOAN
                               THRU ADD-ONE-JOINT-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HHM-OPEN = 1
               CLOSE HOUSEHOLD-MEMBER-FILE
           END-IF
           CLOSE ACCOUNT-HOLDERS-FILE.
       ADD-JOINT-LOANS-EXIT.
           EXIT.

       ADD-ONE-JOINT-LOAN.
           MOVE 0 TO WS-SAME-HOUSEHOLD
           IF WS-HHM-OPEN = 1
               MOVE AH-BALANCE-ID TO HHM-USER-ID
               READ HOUSEHOLD-MEMBER-FILE
                   NOT INVALID KEY
                       IF HHM-HOUSEHOLD-ID = LK-HOUSEHOLD-ID
                           MOVE 1 TO WS-SAME-HOUSEHOLD
                       END-IF
               END-READ
           END-IF
           IF WS-SAME-HOUSEHOLD = 1
               GO TO ADD-ONE-JOINT-LOAN-EXIT
           END-IF
           MOVE AH-BALANCE-ID TO BALANCE-REC-ID
           MOVE "LOAN" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   GO TO ADD-ONE-JOINT-LOAN-EXIT
           END-READ
           IF BALANCE-REC-BALANCE < 0
               COMPUTE CE-JOINT-LOANS = CE-JOINT-LOANS
                   - BALANCE-REC-BALANCE
           END-IF.
       ADD-ONE-JOINT-LOAN-EXIT.
           EXIT.

      *> An approved application is a promise to lend - it counts
      *> until origination books it onto the LOAN row.
       ADD-APPROVED-APPS.
           OPEN INPUT LOAN-APP-FILE
           IF LOAN-APP-FILE-STATUS NOT = "00"
               GO TO ADD-APPROVED-APPS-EXIT
           END-IF
           PERFORM UNTIL LOAN-APP-FILE-STATUS = "10"
               READ LOAN-APP-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LA-USER-ID = LK-USER-ID
                          AND LA-IS-APPROVED
                           ADD LA-AMOUNT TO CE-APPROVED-APPS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-APP-FILE.
       ADD-APPROVED-APPS-EXIT.
           EXIT.
