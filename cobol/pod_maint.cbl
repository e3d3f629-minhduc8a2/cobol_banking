       IDENTIFICATION DIVISION.
       PROGRAM-ID. POD_MAINT.

      *> Payable-on-death beneficiary maintenance: the account owner
      *> proves their PIN, then names, revokes or lists the
      *> beneficiaries on one SAVINGS or TERMDEP account. Shares are
      *> whole or fractional percentages; ESTATE_SETTLE only honours
      *> a designation whose active shares total exactly 100%, so
      *> the screen warns after every change until they do. Each
      *> change goes to the customer's change history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POD-BENEFICIARY-FILE ASSIGN TO
               "pod_beneficiaries.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-KEY
               FILE STATUS IS POD-BENEFICIARY-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POD-BENEFICIARY-FILE.
       COPY "pod_beneficiary_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       WORKING-STORAGE SECTION.
       01 POD-BENEFICIARY-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-USER-ID       PIC 9(10).
       01 WS-ACCOUNT-TYPE  PIC X(10).
       01 WS-PIN-ENTRY     PIC 9(04).
       01 WS-PIN-RESULT    PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-SEQ           PIC 9(02).
       01 WS-NEXT-SEQ      PIC 9(02) VALUE 0.
       01 WS-ACTIVE-COUNT  PIC 9(02) VALUE 0.
       01 WS-SHARE-TOTAL   PIC 9(4)V99 VALUE 0.
       01 WS-NEW-SHARE     PIC 9(3)V99.
       01 WS-DISPLAY-PCT   PIC ZZ9.99.
       01 WS-HIST-FIELD    PIC X(20) VALUE "POD-BENEFICIARY".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Payable-on-death beneficiaries."
           DISPLAY "----------------------------"
           DISPLAY "Account owner's user ID: "
           ACCEPT WS-USER-ID
           DISPLAY "Enter PIN: "
           ACCEPT WS-PIN-ENTRY
           CALL "VERIFY_PIN" USING WS-USER-ID WS-PIN-ENTRY
               WS-PIN-RESULT
           IF WS-PIN-RESULT NOT = 1
               GOBACK
           END-IF
           DISPLAY "Account type (SAVINGS/TERMDEP): "
           ACCEPT WS-ACCOUNT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-ACCOUNT-TYPE)
               TO WS-ACCOUNT-TYPE
           IF WS-ACCOUNT-TYPE = SPACES
               MOVE "SAVINGS" TO WS-ACCOUNT-TYPE
           END-IF
           IF WS-ACCOUNT-TYPE NOT = "SAVINGS"
              AND WS-ACCOUNT-TYPE NOT = "TERMDEP"
               DISPLAY "Beneficiaries can only be named on a "
                   "SAVINGS or TERMDEP account."
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           MOVE WS-USER-ID TO BALANCE-REC-ID
           MOVE WS-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "No " WS-ACCOUNT-TYPE " account for "
                       "user " WS-USER-ID "."
                   CLOSE BALANCE-DB-FILE
                   GOBACK
           END-READ
           CLOSE BALANCE-DB-FILE
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN I-O POD-BENEFICIARY-FILE
           IF POD-BENEFICIARY-FILE-STATUS = "35"
               OPEN OUTPUT POD-BENEFICIARY-FILE
               CLOSE POD-BENEFICIARY-FILE
               OPEN I-O POD-BENEFICIARY-FILE
           END-IF
           DISPLAY "1. Name a beneficiary"
           DISPLAY "2. Revoke a beneficiary"
           DISPLAY "3. List beneficiaries"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ADD-BENEFICIARY THRU ADD-BENEFICIARY-EXIT
               WHEN 2
                   PERFORM REVOKE-BENEFICIARY
                       THRU REVOKE-BENEFICIARY-EXIT
               WHEN 3
                   PERFORM LIST-BENEFICIARIES
                       THRU LIST-BENEFICIARIES-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE POD-BENEFICIARY-FILE
           GOBACK.

       ADD-BENEFICIARY.
           PERFORM TOTAL-ACTIVE-SHARES THRU TOTAL-ACTIVE-SHARES-EXIT
           IF WS-NEXT-SEQ > 98
               DISPLAY "No more beneficiary lines on this account."
               GO TO ADD-BENEFICIARY-EXIT
           END-IF
           MOVE WS-SHARE-TOTAL TO WS-DISPLAY-PCT
           DISPLAY "Active shares so far: " WS-DISPLAY-PCT "%"
           DISPLAY "Beneficiary's full name: "
           ACCEPT POD-BENEF-NAME
           IF POD-BENEF-NAME = SPACES
               DISPLAY "A name is required - not taken."
               GO TO ADD-BENEFICIARY-EXIT
           END-IF
           DISPLAY "Beneficiary's user ID if a customer "
               "(0 if not): "
           ACCEPT POD-BENEF-USER-ID
           MOVE SPACES TO POD-PAY-ACCOUNT-TYPE
           IF POD-BENEF-USER-ID NOT = 0
               IF POD-BENEF-USER-ID = WS-USER-ID
                   DISPLAY "The owner cannot be their own "
                       "beneficiary - not taken."
                   GO TO ADD-BENEFICIARY-EXIT
               END-IF
               OPEN INPUT USER-DB-FILE
               MOVE POD-BENEF-USER-ID TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       DISPLAY "User " POD-BENEF-USER-ID
                           " not found - not taken."
                       CLOSE USER-DB-FILE
                       GO TO ADD-BENEFICIARY-EXIT
               END-READ
               CLOSE USER-DB-FILE
               DISPLAY "Pay their share into which account "
                   "(blank for CHECKING): "
               ACCEPT POD-PAY-ACCOUNT-TYPE
               MOVE FUNCTION UPPER-CASE(POD-PAY-ACCOUNT-TYPE)
                   TO POD-PAY-ACCOUNT-TYPE
               IF POD-PAY-ACCOUNT-TYPE = SPACES
                   MOVE "CHECKING" TO POD-PAY-ACCOUNT-TYPE
               END-IF
               OPEN INPUT BALANCE-DB-FILE
               MOVE POD-BENEF-USER-ID TO BALANCE-REC-ID
               MOVE POD-PAY-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
               READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
                   INVALID KEY
                       DISPLAY "User " POD-BENEF-USER-ID " has no "
                           POD-PAY-ACCOUNT-TYPE " account - not "
                           "taken."
                       CLOSE BALANCE-DB-FILE
                       GO TO ADD-BENEFICIARY-EXIT
               END-READ
               CLOSE BALANCE-DB-FILE
           END-IF
           DISPLAY "Share of the account (percent, e.g. 50.00): "
           ACCEPT WS-NEW-SHARE
           IF WS-NEW-SHARE = 0
              OR WS-SHARE-TOTAL + WS-NEW-SHARE > 100
               DISPLAY "Share must be above zero and keep the "
                   "total at or under 100% - not taken."
               GO TO ADD-BENEFICIARY-EXIT
           END-IF
           MOVE WS-USER-ID TO POD-USER-ID
           MOVE WS-ACCOUNT-TYPE TO POD-ACCOUNT-TYPE
           MOVE WS-NEXT-SEQ TO POD-SEQ
           MOVE WS-NEW-SHARE TO POD-SHARE-PCT
           MOVE "A" TO POD-STATUS
           MOVE WS-BUSINESS-DATE TO POD-ADDED-DATE
           MOVE 0 TO POD-PAID-DATE
           MOVE 0 TO POD-PAID-AMOUNT
           WRITE POD-BENEFICIARY-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the beneficiary."
                   GO TO ADD-BENEFICIARY-EXIT
           END-WRITE
           MOVE WS-NEW-SHARE TO WS-DISPLAY-PCT
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING WS-ACCOUNT-TYPE " +" POD-BENEF-NAME(1:20) " "
               WS-DISPLAY-PCT "%"
               DELIMITED BY SIZE INTO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Beneficiary line " POD-SEQ " recorded."
           PERFORM TOTAL-ACTIVE-SHARES THRU TOTAL-ACTIVE-SHARES-EXIT
           PERFORM WARN-IF-NOT-COMPLETE.
       ADD-BENEFICIARY-EXIT.
           EXIT.

       REVOKE-BENEFICIARY.
           PERFORM LIST-BENEFICIARIES THRU LIST-BENEFICIARIES-EXIT
           DISPLAY "Beneficiary line to revoke: "
           ACCEPT WS-SEQ
           MOVE WS-USER-ID TO POD-USER-ID
           MOVE WS-ACCOUNT-TYPE TO POD-ACCOUNT-TYPE
           MOVE WS-SEQ TO POD-SEQ
           READ POD-BENEFICIARY-FILE KEY IS POD-KEY
               INVALID KEY
                   DISPLAY "No such beneficiary line."
                   GO TO REVOKE-BENEFICIARY-EXIT
           END-READ
           IF NOT POD-IS-ACTIVE
               DISPLAY "That line is not active."
               GO TO REVOKE-BENEFICIARY-EXIT
           END-IF
           MOVE "R" TO POD-STATUS
           REWRITE POD-BENEFICIARY-RECORD
           MOVE POD-SHARE-PCT TO WS-DISPLAY-PCT
           MOVE SPACES TO WS-HIST-OLD
           MOVE SPACES TO WS-HIST-NEW
           STRING WS-ACCOUNT-TYPE " " POD-BENEF-NAME(1:20) " "
               WS-DISPLAY-PCT "%"
               DELIMITED BY SIZE INTO WS-HIST-OLD
           MOVE "REVOKED" TO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING WS-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           DISPLAY "Beneficiary line " WS-SEQ " revoked."
           PERFORM TOTAL-ACTIVE-SHARES THRU TOTAL-ACTIVE-SHARES-EXIT
           PERFORM WARN-IF-NOT-COMPLETE.
       REVOKE-BENEFICIARY-EXIT.
           EXIT.

       LIST-BENEFICIARIES.
           MOVE WS-USER-ID TO POD-USER-ID
           MOVE WS-ACCOUNT-TYPE TO POD-ACCOUNT-TYPE
           MOVE 0 TO POD-SEQ
           START POD-BENEFICIARY-FILE KEY IS >= POD-KEY
               INVALID KEY
                   DISPLAY "No beneficiaries on file."
                   GO TO LIST-BENEFICIARIES-EXIT
           END-START
           PERFORM UNTIL POD-BENEFICIARY-FILE-STATUS = "10"
               READ POD-BENEFICIARY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF POD-USER-ID NOT = WS-USER-ID
                          OR POD-ACCOUNT-TYPE NOT = WS-ACCOUNT-TYPE
                           EXIT PERFORM
                       END-IF
                       MOVE POD-SHARE-PCT TO WS-DISPLAY-PCT
                       DISPLAY "Line " POD-SEQ " " POD-BENEF-NAME
                           " " WS-DISPLAY-PCT "% user "
                           POD-BENEF-USER-ID " "
                           POD-PAY-ACCOUNT-TYPE " status "
                           POD-STATUS
               END-READ
           END-PERFORM
           PERFORM TOTAL-ACTIVE-SHARES THRU TOTAL-ACTIVE-SHARES-EXIT
           PERFORM WARN-IF-NOT-COMPLETE.
       LIST-BENEFICIARIES-EXIT.
           EXIT.

      *> Totals the active shares on the account and finds the next
      *> free line number (lines are never reused, so revoked ones
      *> stay on file as the record of the owner's instructions).
       TOTAL-ACTIVE-SHARES.
           MOVE 0 TO WS-SHARE-TOTAL
           MOVE 0 TO WS-ACTIVE-COUNT
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-USER-ID TO POD-USER-ID
           MOVE WS-ACCOUNT-TYPE TO POD-ACCOUNT-TYPE
           MOVE 0 TO POD-SEQ
           START POD-BENEFICIARY-FILE KEY IS >= POD-KEY
               INVALID KEY
                   GO TO TOTAL-ACTIVE-SHARES-EXIT
           END-START
           PERFORM UNTIL POD-BENEFICIARY-FILE-STATUS = "10"
               READ POD-BENEFICIARY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF POD-USER-ID NOT = WS-USER-ID
                          OR POD-ACCOUNT-TYPE NOT = WS-ACCOUNT-TYPE
                           EXIT PERFORM
                       END-IF
                       COMPUTE WS-NEXT-SEQ = POD-SEQ + 1
                       IF POD-IS-ACTIVE
                           ADD POD-SHARE-PCT TO WS-SHARE-TOTAL
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       TOTAL-ACTIVE-SHARES-EXIT.
           EXIT.

       WARN-IF-NOT-COMPLETE.
           MOVE WS-SHARE-TOTAL TO WS-DISPLAY-PCT
           IF WS-ACTIVE-COUNT > 0 AND WS-SHARE-TOTAL NOT = 100
               DISPLAY "WARNING: active shares total "
                   WS-DISPLAY-PCT "% - the designation will not "
                   "be honoured at death until they total 100%."
           END-IF.
