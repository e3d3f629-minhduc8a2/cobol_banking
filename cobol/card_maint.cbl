      *> (active/lost/blocked) the way FREEZE_MAINT maintains account
      *> freezes. Card numbers come off the CARD-NUMBER counter under
      *> a fixed bank prefix, so two tellers issuing at once can
      *> never hand out the same plastic. Minors' accounts get no
      *> card.
      *> Option 4 keeps the customer's own card controls - lock and
      *> unlock, spend caps, blocked merchant categories and travel
      *> notices - through SET_CARD_CONTROL, the same routine the
      *> online channel uses, for CARD_AUTH to decline against.
      *> Option 5 activates a replacement card CARD_REISSUE mailed,
      *> through ACTIVATE_CARD, which switches the old card off. A
      *> pending or replaced card's status is not changed by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT CARD-CONTROLS-FILE ASSIGN TO "card_controls.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-CARD-NUMBER
               FILE STATUS IS CARD-CONTROLS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD CARD-CONTROLS-FILE.
       COPY "card_controls_record.cpy".

       WORKING-STORAGE SECTION.
       01 CARD-MASTER-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS  PIC XX.
       01 CARD-CONTROLS-FILE-STATUS PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-USER-ID       PIC 9(10).
       01 WS-ACCOUNT-TYPE  PIC X(10).
       01 WS-NEW-STATUS    PIC X(01).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-CUSTODIAN-ID  PIC 9(10) VALUE 0.
       01 WS-IS-MINOR      PIC 9 VALUE 0.
      *> Issued numbers are 599999 + the ten-digit CARD-NUMBER
      *> counter value, a BIN-style prefix that keeps every card
      *> sixteen digits and visibly ours.
       01 WS-CARD-PREFIX   PIC 9(6) VALUE 599999.
       01 WS-CONTROL-CHOICE PIC 9 VALUE 0.
       01 WS-CC-ACTION     PIC X(10).
       01 WS-CC-VALUE-1    PIC X(20).
       01 WS-CC-VALUE-2    PIC X(20).
       01 WS-CC-VALUE-3    PIC X(20).
       01 WS-CC-PROGRAM    PIC X(20) VALUE "CARD_MAINT".
       01 WS-CC-RESULT     PIC X(20).
       01 WS-CC-IX         PIC 9(2) VALUE 0.
       01 WS-CC-COUNTER    PIC 9(10) VALUE 0.
       01 WS-DISP-AMOUNT   PIC Z(9)9.99.
       01 WS-OWNER-ID      PIC 9(10) VALUE 0.
       01 WS-EXPIRY-DATE   PIC 9(8).
       01 WS-REPLACES-CARD PIC 9(16).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "1. Issue a new card"
           DISPLAY "2. Change card status (active/lost/blocked)"
           DISPLAY "3. Show cards for a customer"
           DISPLAY "4. Card controls (lock, caps, categories, travel)"
           DISPLAY "5. Activate a replacement card"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ISSUE-CARD THRU ISSUE-CARD-EXIT
               WHEN 2
                   PERFORM CHANGE-CARD-STATUS
                       THRU CHANGE-CARD-STATUS-EXIT
               WHEN 3
                   PERFORM SHOW-CUSTOMER-CARDS
                       THRU SHOW-CUSTOMER-CARDS-EXIT
               WHEN 4
                   PERFORM MAINTAIN-CARD-CONTROLS
                       THRU MAINTAIN-CARD-CONTROLS-EXIT
               WHEN 5
                   PERFORM ACTIVATE-REPLACEMENT
                       THRU ACTIVATE-REPLACEMENT-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
       ISSUE-CARD.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
      *>   No debit card on a minor's accounts - spending runs
      *>   through the custodian until the customer comes of age.
           CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               DISPLAY "User " WS-USER-ID " is a minor (custodian "
                   WS-CUSTODIAN-ID ") - no debit card is issued on a "
                   "minor's accounts."
               GO TO ISSUE-CARD-EXIT
           END-IF
           DISPLAY "Account type the card spends from: "
           ACCEPT WS-ACCOUNT-TYPE
           IF WS-ACCOUNT-TYPE = SPACES
           MOVE WS-ACCOUNT-TYPE TO CARD-ACCOUNT-TYPE
           MOVE WS-BUSINESS-DATE TO CARD-ISSUED-DATE
           MOVE "A"             TO CARD-STATUS
           MOVE 0               TO CARD-EXPIRY-DATE
           CALL "GET_CARD_EXPIRY" USING CARD-ISSUED-DATE
               CARD-EXPIRY-DATE
           MOVE 0               TO CARD-REPLACES
           MOVE 0               TO CARD-REPLACED-BY
           WRITE CARD-MASTER-RECORD
           DISPLAY "Card " WS-CARD-NUMBER " issued to user "
               WS-USER-ID " against " WS-ACCOUNT-TYPE
               ", expires " CARD-EXPIRY-DATE ".".
       ISSUE-CARD-EXIT.
           EXIT.

           END-READ
           DISPLAY "Card belongs to user " CARD-USER-ID
               ", status " CARD-STATUS "."
           IF CARD-IS-PENDING
               DISPLAY "Card is awaiting activation - use option 5."
               GO TO CHANGE-CARD-STATUS-EXIT
           END-IF
           IF CARD-IS-REPLACED
               DISPLAY "Card was replaced by " CARD-REPLACED-BY
                   " - status unchanged."
               GO TO CHANGE-CARD-STATUS-EXIT
           END-IF
           DISPLAY "New status ([A]ctive / [L]ost / [B]locked): "
           ACCEPT WS-NEW-STATUS
           IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "L"
                       EXIT PERFORM
                   NOT AT END
                       IF CARD-USER-ID = WS-USER-ID
                           MOVE CARD-EXPIRY-DATE TO WS-EXPIRY-DATE
                           CALL "GET_CARD_EXPIRY" USING
                               CARD-ISSUED-DATE WS-EXPIRY-DATE
                           DISPLAY "Card " CARD-NUMBER " -> "
                               CARD-ACCOUNT-TYPE " status "
                               CARD-STATUS " issued "
                               CARD-ISSUED-DATE " expires "
                               WS-EXPIRY-DATE
                       END-IF
               END-READ
           END-PERFORM.
       SHOW-CUSTOMER-CARDS-EXIT.
           EXIT.

      *> The customer brings the new plastic to the counter; the
      *> owner is shown for the teller to check identification.
      *> card_master.db is closed around the call - ACTIVATE_CARD
      *> opens it for update itself.
       ACTIVATE-REPLACEMENT.
           DISPLAY "New card number: "
           ACCEPT WS-CARD-NUMBER
           MOVE WS-CARD-NUMBER TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   DISPLAY "No such card on file."
                   GO TO ACTIVATE-REPLACEMENT-EXIT
           END-READ
           DISPLAY "Card belongs to user " CARD-USER-ID
               ", status " CARD-STATUS ", replaces " CARD-REPLACES
               "."
           MOVE CARD-REPLACES TO WS-REPLACES-CARD
           CLOSE CARD-MASTER-FILE
           MOVE 0 TO WS-OWNER-ID
           CALL "ACTIVATE_CARD" USING WS-OWNER-ID WS-CARD-NUMBER
               WS-CC-PROGRAM WS-CC-RESULT
           PERFORM OPEN-FILES
           IF WS-CC-RESULT NOT = "OK"
               DISPLAY "Not activated: " WS-CC-RESULT
               GO TO ACTIVATE-REPLACEMENT-EXIT
           END-IF
           DISPLAY "Card " WS-CARD-NUMBER " is now active."
           IF WS-REPLACES-CARD NOT = 0
               DISPLAY "Card " WS-REPLACES-CARD " is switched off."
           END-IF.
       ACTIVATE-REPLACEMENT-EXIT.
           EXIT.

      *> The customer must be at the counter for this: the card's
      *> owner is shown so the teller can check identification
      *> before anything changes.
       MAINTAIN-CARD-CONTROLS.
           DISPLAY "Card number: "
           ACCEPT WS-CARD-NUMBER
           MOVE WS-CARD-NUMBER TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   DISPLAY "No such card on file."
                   GO TO MAINTAIN-CARD-CONTROLS-EXIT
           END-READ
           DISPLAY "Card belongs to user " CARD-USER-ID
               ", status " CARD-STATUS "."
           PERFORM SHOW-CARD-CONTROLS
           DISPLAY "1. Lock card"
           DISPLAY "2. Unlock card"
           DISPLAY "3. Per-transaction cap"
           DISPLAY "4. Daily spend cap"
           DISPLAY "5. Block a merchant category"
           DISPLAY "6. Allow a blocked merchant category"
           DISPLAY "7. Add a travel notice"
           DISPLAY "8. Withdraw all travel notices"
           DISPLAY "Enter choice: "
           ACCEPT WS-CONTROL-CHOICE
           MOVE SPACES TO WS-CC-ACTION WS-CC-VALUE-1 WS-CC-VALUE-2
               WS-CC-VALUE-3
           EVALUATE WS-CONTROL-CHOICE
               WHEN 1
                   MOVE "LOCK" TO WS-CC-ACTION
               WHEN 2
                   MOVE "UNLOCK" TO WS-CC-ACTION
               WHEN 3
                   MOVE "TXNCAP" TO WS-CC-ACTION
                   DISPLAY "Cap per transaction (0 for none): "
                   ACCEPT WS-CC-VALUE-1
               WHEN 4
                   MOVE "DAYCAP" TO WS-CC-ACTION
                   DISPLAY "Cap per day (0 for none): "
                   ACCEPT WS-CC-VALUE-1
               WHEN 5
                   MOVE "BLOCKMCC" TO WS-CC-ACTION
                   DISPLAY "Merchant category code (4 digits): "
                   ACCEPT WS-CC-VALUE-1
               WHEN 6
                   MOVE "ALLOWMCC" TO WS-CC-ACTION
                   DISPLAY "Merchant category code (4 digits): "
                   ACCEPT WS-CC-VALUE-1
               WHEN 7
                   MOVE "TRAVEL" TO WS-CC-ACTION
                   DISPLAY "Country (2-letter code): "
                   ACCEPT WS-CC-VALUE-1
                   DISPLAY "Travelling from (YYYYMMDD): "
                   ACCEPT WS-CC-VALUE-2
                   DISPLAY "Travelling until (YYYYMMDD): "
                   ACCEPT WS-CC-VALUE-3
               WHEN 8
                   MOVE "NOTRAVEL" TO WS-CC-ACTION
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   GO TO MAINTAIN-CARD-CONTROLS-EXIT
           END-EVALUATE
           CALL "SET_CARD_CONTROL" USING WS-CC-COUNTER WS-CARD-NUMBER
               WS-CC-ACTION WS-CC-VALUE-1 WS-CC-VALUE-2 WS-CC-VALUE-3
               WS-CC-PROGRAM WS-CC-RESULT
           IF WS-CC-RESULT NOT = "OK"
               DISPLAY "Not changed: " WS-CC-RESULT
               GO TO MAINTAIN-CARD-CONTROLS-EXIT
           END-IF
           DISPLAY "Card controls updated."
           PERFORM SHOW-CARD-CONTROLS.
       MAINTAIN-CARD-CONTROLS-EXIT.
           EXIT.

       SHOW-CARD-CONTROLS.
           OPEN INPUT CARD-CONTROLS-FILE
           IF CARD-CONTROLS-FILE-STATUS NOT = "00"
               DISPLAY "No card controls set."
           ELSE
               MOVE WS-CARD-NUMBER TO CC-CARD-NUMBER
               READ CARD-CONTROLS-FILE
                   INVALID KEY
                       DISPLAY "No card controls set."
                   NOT INVALID KEY
                       PERFORM DISPLAY-CARD-CONTROLS
               END-READ
               CLOSE CARD-CONTROLS-FILE
           END-IF.

       DISPLAY-CARD-CONTROLS.
           IF CC-IS-LOCKED
               DISPLAY "  Locked by customer since " CC-LOCKED-DATE
           ELSE
               DISPLAY "  Not locked"
           END-IF
           MOVE CC-TXN-CAP TO WS-DISP-AMOUNT
           DISPLAY "  Per-transaction cap: " WS-DISP-AMOUNT
           MOVE CC-DAILY-CAP TO WS-DISP-AMOUNT
           DISPLAY "  Daily spend cap:     " WS-DISP-AMOUNT
           PERFORM VARYING WS-CC-IX FROM 1 BY 1 UNTIL WS-CC-IX > 8
               IF CC-BLOCKED-MCC(WS-CC-IX) NOT = SPACES
                   DISPLAY "  Blocked category "
                       CC-BLOCKED-MCC(WS-CC-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CC-IX FROM 1 BY 1 UNTIL WS-CC-IX > 3
               IF CC-TRAVEL-COUNTRY(WS-CC-IX) NOT = SPACES
                   DISPLAY "  Travel notice "
                       CC-TRAVEL-COUNTRY(WS-CC-IX)
                       " " CC-TRAVEL-FROM(WS-CC-IX) " to "
                       CC-TRAVEL-TO(WS-CC-IX)
               END-IF
           END-PERFORM.
