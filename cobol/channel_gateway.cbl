      *> rejection. Anything needing a supervisor (over the approval
      *> threshold, over the daily cap) is REJECTED here - an
      *> unattended file run has no second pair of eyes to ask.
      *> Transfers out of a minor's account need the custodian's
      *> signature and are rejected the same way.
      *> Person-to-person payments by alias (a payee's registered
      *> email address or mobile number, RESOLVE_ALIAS):
      *>   "ALQ,user,pin,alias"                 who is this alias?
      *>   "ALP,user,pin,fromtype,alias,amount" pay the alias
      *> ALQ answers with the payee's masked name only, for the
      *> vendor to show the customer before they confirm; ALP then
      *> runs as an ordinary transfer to the account behind it.
      *> The customer's own debit card controls (SET_CARD_CONTROL):
      *>   "CRD,user,pin,card,action,value1,value2,value3"
      *> where action is LOCK, UNLOCK, TXNCAP amount, DAYCAP amount,
      *> BLOCKMCC mcc, ALLOWMCC mcc, TRAVEL country from to, or
      *> NOTRAVEL. Only the card's owner can change it.
      *> Activating a replacement debit card (ACTIVATE_CARD), which
      *> switches the card it replaces off:
      *>   "ACT,user,pin,card"
      *> A balance inquiry on a GOALSAVE pot adds the goal's progress
      *> after the balance: ",GOAL,target,releasedate,percent".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TXN-TYPE-OUT  PIC X(15) VALUE "TRANSFER-OUT".
       01 WS-TXN-TYPE-IN   PIC X(15) VALUE "TRANSFER-IN".
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-EXCESS-WD-FEE PIC 9(8)V99 VALUE 0.
       01 WS-FROM-CURRENCY PIC X(03).
       01 WS-CREDIT-AMOUNT PIC 9(10)V99.
       01 WS-APPLIED-RATE  PIC 9(03)V9(6).
       01 WS-PJ-STATUS-SET PIC X(01).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-DISPLAY-BAL   PIC -9(10).99.
       01 WS-CUSTODIAN-ID  PIC 9(10) VALUE 0.
       01 WS-IS-MINOR      PIC 9 VALUE 0.
       01 WS-ALIAS-FROM-TYPE PIC X(10).
       01 WS-ALIAS-RAW     PIC X(40).
       01 WS-ALIAS-AMOUNT  PIC X(20).
       01 WS-ALIAS-NAME    PIC X(30).
       01 WS-ALIAS-FOUND   PIC 9 VALUE 0.
       01 WS-CC-CARD-TEXT  PIC X(20).
       01 WS-CC-CARD-NUMBER PIC 9(16).
       01 WS-CC-ACTION     PIC X(10).
       01 WS-CC-VALUE-1    PIC X(20).
       01 WS-CC-VALUE-2    PIC X(20).
       01 WS-CC-VALUE-3    PIC X(20).
       01 WS-CC-PROGRAM    PIC X(20) VALUE "CHANNEL_GATEWAY".
       01 WS-CC-RESULT     PIC X(20).
       01 WS-GOAL-DATA     PIC X(40).
       01 WS-GOAL-NAME     PIC X(30).
       01 WS-GOAL-TARGET   PIC 9(10)V99.
       01 WS-GOAL-RELEASE  PIC 9(8).
       01 WS-GOAL-PCT      PIC 9(3).
       01 WS-GOAL-FOUND    PIC 9 VALUE 0.
       01 WS-GOAL-BALANCE  PIC S9(10)V99.
       01 WS-RESPONSE-PTR  PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
               INTO WS-REQ-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
                    WS-FLD-4 WS-FLD-5 WS-FLD-6
           IF WS-REQ-TYPE NOT = "BAL" AND WS-REQ-TYPE NOT = "XFR"
              AND WS-REQ-TYPE NOT = "STM" AND WS-REQ-TYPE NOT = "ALQ"
              AND WS-REQ-TYPE NOT = "ALP" AND WS-REQ-TYPE NOT = "CRD"
              AND WS-REQ-TYPE NOT = "ACT"
               GO TO HANDLE-ONE-REQUEST-EXIT
           END-IF
           MOVE "REJ" TO WS-STATUS
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-DATA
           MOVE SPACES TO WS-GOAL-DATA
           MOVE FUNCTION NUMVAL(WS-FLD-1) TO WS-USER-ID
           MOVE FUNCTION NUMVAL(WS-FLD-2) TO WS-PIN-ENTRY
      *>   Same front door as the counter: the shared VERIFY_PIN
           EVALUATE WS-REQ-TYPE
               WHEN "BAL"
                   PERFORM HANDLE-BALANCE-INQUIRY
                       THRU HANDLE-BALANCE-INQUIRY-EXIT
               WHEN "STM"
                   PERFORM HANDLE-STATEMENT-REQUEST
               WHEN "XFR"
                   PERFORM HANDLE-TRANSFER THRU HANDLE-TRANSFER-EXIT
               WHEN "ALQ"
                   PERFORM HANDLE-ALIAS-QUERY
               WHEN "ALP"
                   PERFORM HANDLE-ALIAS-PAYMENT
               WHEN "CRD"
                   PERFORM HANDLE-CARD-CONTROL
                       THRU HANDLE-CARD-CONTROL-EXIT
               WHEN "ACT"
                   PERFORM HANDLE-CARD-ACTIVATION
                       THRU HANDLE-CARD-ACTIVATION-EXIT
           END-EVALUATE
           PERFORM WRITE-RESPONSE.
       HANDLE-ONE-REQUEST-EXIT.
               ADD 1 TO WS-REJ-COUNT
           END-IF
           MOVE SPACES TO RESPONSE-LINE
           MOVE 1 TO WS-RESPONSE-PTR
           STRING "RSP," WS-REQ-TYPE "," WS-USER-ID ","
               WS-STATUS "," WS-REASON "," WS-DATA
               DELIMITED BY SIZE INTO RESPONSE-LINE
               WITH POINTER WS-RESPONSE-PTR
           IF WS-GOAL-DATA NOT = SPACES
               STRING "," WS-GOAL-DATA
                   DELIMITED BY SIZE INTO RESPONSE-LINE
                   WITH POINTER WS-RESPONSE-PTR
           END-IF
           WRITE RESPONSE-LINE.

       ADD-GOAL-PROGRESS.
           CALL "GET_GOAL_PROGRESS" USING WS-USER-ID WS-GOAL-BALANCE
               WS-GOAL-NAME WS-GOAL-TARGET WS-GOAL-RELEASE
               WS-GOAL-PCT WS-GOAL-FOUND
           IF WS-GOAL-FOUND = 1
               MOVE WS-GOAL-TARGET TO WS-DISPLAY-BAL
               STRING "GOAL," WS-DISPLAY-BAL "," WS-GOAL-RELEASE ","
                   WS-GOAL-PCT
                   DELIMITED BY SIZE INTO WS-GOAL-DATA
           END-IF.

       HANDLE-BALANCE-INQUIRY.
           MOVE WS-FLD-3 TO WS-ACCOUNT-TYPE
           IF WS-ACCOUNT-TYPE = SPACES
           CLOSE BALANCE-DB-FILE
           MOVE BALANCE-REC-BALANCE TO WS-DISPLAY-BAL
           MOVE "OK" TO WS-STATUS
           MOVE WS-DISPLAY-BAL TO WS-DATA
           IF WS-ACCOUNT-TYPE = "GOALSAVE"
               MOVE BALANCE-REC-BALANCE TO WS-GOAL-BALANCE
               PERFORM ADD-GOAL-PROGRESS
           END-IF.
       HANDLE-BALANCE-INQUIRY-EXIT.
           EXIT.

           MOVE "OK" TO WS-STATUS
           MOVE "STATEMENT QUEUED" TO WS-DATA.

      *> The alias can run to forty characters, so the alias
      *> requests are split again into fields wide enough for it.
       SPLIT-ALIAS-REQUEST.
           MOVE SPACES TO WS-ALIAS-FROM-TYPE WS-ALIAS-RAW
               WS-ALIAS-AMOUNT
           IF WS-REQ-TYPE = "ALQ"
               UNSTRING WS-CSV-LINE
                   DELIMITED BY ","
                   INTO WS-REQ-TYPE WS-FLD-1 WS-FLD-2 WS-ALIAS-RAW
           ELSE
               UNSTRING WS-CSV-LINE
                   DELIMITED BY ","
                   INTO WS-REQ-TYPE WS-FLD-1 WS-FLD-2
                        WS-ALIAS-FROM-TYPE WS-ALIAS-RAW
                        WS-ALIAS-AMOUNT
           END-IF
           CALL "RESOLVE_ALIAS" USING WS-ALIAS-RAW WS-TO-USER-ID
               WS-TO-TYPE WS-ALIAS-NAME WS-ALIAS-FOUND.

       HANDLE-ALIAS-QUERY.
           PERFORM SPLIT-ALIAS-REQUEST
           IF WS-ALIAS-FOUND = 0
               MOVE "NO-SUCH-ALIAS" TO WS-REASON
           ELSE
               MOVE "OK" TO WS-STATUS
               MOVE WS-ALIAS-NAME TO WS-DATA
           END-IF.

      *> Resolved, the payment is an ordinary XFR to the account
      *> behind the alias, under every check HANDLE-TRANSFER makes.
       HANDLE-ALIAS-PAYMENT.
           PERFORM SPLIT-ALIAS-REQUEST
           IF WS-ALIAS-FOUND = 0
               MOVE "NO-SUCH-ALIAS" TO WS-REASON
           ELSE
               MOVE WS-ALIAS-FROM-TYPE TO WS-FLD-3
               MOVE WS-TO-USER-ID TO WS-FLD-4
               MOVE WS-TO-TYPE TO WS-FLD-5
               MOVE WS-ALIAS-AMOUNT TO WS-FLD-6
               PERFORM HANDLE-TRANSFER THRU HANDLE-TRANSFER-EXIT
           END-IF.

       HANDLE-CARD-CONTROL.
           MOVE SPACES TO WS-CC-CARD-TEXT WS-CC-ACTION WS-CC-VALUE-1
               WS-CC-VALUE-2 WS-CC-VALUE-3
           UNSTRING WS-CSV-LINE
               DELIMITED BY ","
               INTO WS-REQ-TYPE WS-FLD-1 WS-FLD-2 WS-CC-CARD-TEXT
                    WS-CC-ACTION WS-CC-VALUE-1 WS-CC-VALUE-2
                    WS-CC-VALUE-3
           IF WS-CC-CARD-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-CC-CARD-TEXT) NOT = 0
               MOVE "NO-SUCH-CARD" TO WS-REASON
               GO TO HANDLE-CARD-CONTROL-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-CC-CARD-TEXT) TO WS-CC-CARD-NUMBER
           MOVE FUNCTION UPPER-CASE(WS-CC-ACTION) TO WS-CC-ACTION
           CALL "SET_CARD_CONTROL" USING WS-USER-ID WS-CC-CARD-NUMBER
               WS-CC-ACTION WS-CC-VALUE-1 WS-CC-VALUE-2 WS-CC-VALUE-3
               WS-CC-PROGRAM WS-CC-RESULT
           IF WS-CC-RESULT NOT = "OK"
               MOVE WS-CC-RESULT TO WS-REASON
               GO TO HANDLE-CARD-CONTROL-EXIT
           END-IF
           MOVE "OK" TO WS-STATUS
           MOVE "CARD CONTROLS UPDATED" TO WS-DATA.
       HANDLE-CARD-CONTROL-EXIT.
           EXIT.

      *> Only the card's owner can activate it.
       HANDLE-CARD-ACTIVATION.
           IF WS-FLD-3 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-FLD-3) NOT = 0
               MOVE "NO-SUCH-CARD" TO WS-REASON
               GO TO HANDLE-CARD-ACTIVATION-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-FLD-3) TO WS-CC-CARD-NUMBER
           CALL "ACTIVATE_CARD" USING WS-USER-ID WS-CC-CARD-NUMBER
               WS-CC-PROGRAM WS-CC-RESULT
           IF WS-CC-RESULT NOT = "OK"
               MOVE WS-CC-RESULT TO WS-REASON
               GO TO HANDLE-CARD-ACTIVATION-EXIT
           END-IF
           MOVE "OK" TO WS-STATUS
           MOVE "CARD ACTIVATED" TO WS-DATA.
       HANDLE-CARD-ACTIVATION-EXIT.
           EXIT.

       HANDLE-TRANSFER.
           MOVE WS-FLD-3 TO WS-ACCOUNT-TYPE
           MOVE FUNCTION NUMVAL(WS-FLD-4) TO WS-TO-USER-ID
               MOVE "ZERO-AMOUNT" TO WS-REASON
               GO TO HANDLE-TRANSFER-EXIT
           END-IF
      *>   RETIREMENT money moves only through RETIREMENT_MAINT.
           IF WS-ACCOUNT-TYPE = "RETIREMENT"
              OR WS-TO-TYPE = "RETIREMENT"
               MOVE "RETIREMENT-ACCT" TO WS-REASON
               GO TO HANDLE-TRANSFER-EXIT
           END-IF
      *>   A goal savings pot pays out only at release or through
      *>   GOAL_SAVINGS_MAINT.
           IF WS-ACCOUNT-TYPE = "GOALSAVE"
               MOVE "GOAL-LOCKED" TO WS-REASON
               GO TO HANDLE-TRANSFER-EXIT
           END-IF
           CALL "CHECK_FREEZE" USING WS-USER-ID WS-ACCOUNT-TYPE
               WS-ACCOUNT-FROZEN
           IF WS-ACCOUNT-FROZEN = 1
               MOVE "ACCOUNT-FROZEN" TO WS-REASON
               GO TO HANDLE-TRANSFER-EXIT
           END-IF
      *>   A minor's debits need the custodian's signature, which
      *>   an unattended file cannot carry.
           CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               MOVE "CUSTODIAN-REQD" TO WS-REASON
               GO TO HANDLE-TRANSFER-EXIT
           END-IF
           CALL "GET_LIMIT_PROFILE" USING WS-USER-ID
               WS-TXN-CAP WS-DAILY-CAP WS-APPROVAL-THRESHOLD
               WS-PROFILE-FOUND
           MOVE "C" TO WS-PJ-STATUS-SET
           PERFORM MARK-POSTING-JOURNAL
           CLOSE BALANCE-DB-FILE
           CALL "SAVINGS_WD_COUNT" USING WS-USER-ID WS-ACCOUNT-TYPE
               WS-EXCESS-WD-FEE
           IF WS-EXCESS-WD-FEE > 0
               COMPUTE WS-TXN-BALANCE =
                   WS-TXN-BALANCE - WS-EXCESS-WD-FEE
           END-IF
           MOVE "OK" TO WS-STATUS
           MOVE WS-TXN-BALANCE TO WS-DISPLAY-BAL
           MOVE WS-DISPLAY-BAL TO WS-DATA.
