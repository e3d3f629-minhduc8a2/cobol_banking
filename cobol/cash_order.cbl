       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH_ORDER.

      *> Branch cash orders and shipments with the armored carrier.
      *> Each branch keeps a target count per denomination
      *> (cash_targets.db); the proposal run compares every vault's
      *> denomination row in denom_counts.db to its target and
      *> proposes an order for the slots below target and a
      *> shipment for the slots above it. A supervisor approves each
      *> proposal through the override path, which writes it to the
      *> carrier / central bank order file (cash_carrier_orders.txt).
      *> When the carrier delivers or collects, the pieces are
      *> counted denomination by denomination; the counted pieces -
      *> not the order - move the vault's lump sum and denomination
      *> row, and any difference from the order is reported on
      *> cash_order_receipt.txt and raised to the exception hub.
      *> Proposals below CASH-ORDER-MIN-AMOUNT (batch_params.txt,
      *> default 1000) are not worth a carrier trip and are skipped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-ORDER-FILE ASSIGN TO "cash_orders.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ID
               FILE STATUS IS CASH-ORDER-FILE-STATUS.
           SELECT CASH-TARGET-FILE ASSIGN TO "cash_targets.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTG-BRANCH-CODE
               FILE STATUS IS CASH-TARGET-FILE-STATUS.
           SELECT VAULT-FILE ASSIGN TO "vault.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VLT-BRANCH-CODE
               FILE STATUS IS VAULT-FILE-STATUS.
           SELECT DENOM-COUNT-FILE ASSIGN TO "denom_counts.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DNC-KEY
               FILE STATUS IS DENOM-COUNT-FILE-STATUS.
           SELECT CARRIER-ORDER-FILE ASSIGN TO
               "cash_carrier_orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRIER-ORDER-FILE-STATUS.
           SELECT RECEIPT-REPORT-FILE ASSIGN TO
               "cash_order_receipt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CASH-ORDER-FILE.
       COPY "cash_order_record.cpy".

       FD CASH-TARGET-FILE.
       COPY "cash_target_record.cpy".

       FD VAULT-FILE.
       COPY "vault_record.cpy".

       FD DENOM-COUNT-FILE.
       COPY "denom_count_record.cpy".

       FD CARRIER-ORDER-FILE.
       01 CARRIER-ORDER-LINE PIC X(150).

       FD RECEIPT-REPORT-FILE.
       01 CR-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 CASH-ORDER-FILE-STATUS    PIC XX.
       01 CASH-TARGET-FILE-STATUS   PIC XX.
       01 VAULT-FILE-STATUS         PIC XX.
       01 DENOM-COUNT-FILE-STATUS   PIC XX.
       01 CARRIER-ORDER-FILE-STATUS PIC XX.
       COPY "cash_denominations.cpy".
       01 CHOICE               PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-BD-OPEN-FLAG      PIC 9 VALUE 1.
       01 WS-OPERATOR-ID       PIC 9(10).
       01 WS-BRANCH-CODE       PIC X(04).
       01 WS-TEXT-INPUT        PIC X(30).
       01 WS-DECISION          PIC X VALUE SPACE.
       01 WS-DENOM-IX          PIC 9(2).
       01 WS-PIECE-VALUE       PIC 9(12)V99.
       01 WS-FOUND             PIC 9 VALUE 0.
       01 WS-SEQ-STATUS        PIC 9 VALUE 1.
       01 WS-NEW-ID            PIC 9(10).
      *> Counts keyed at the desk, and the proposal being built.
       01 WS-ENTRY-COUNTS.
           05 WS-ENTRY-COUNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-ENTRY-AMOUNT      PIC 9(12)V99.
       01 WS-IN-COUNTS.
           05 WS-IN-COUNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-IN-AMOUNT         PIC 9(12)V99.
       01 WS-OUT-COUNTS.
           05 WS-OUT-COUNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-OUT-AMOUNT        PIC 9(12)V99.
       01 WS-HELD-COUNT        PIC 9(7).
       01 WS-SHORT-SLOTS       PIC 9(2).
       01 WS-OPEN-ORDER-FOUND  PIC 9 VALUE 0.
       01 WS-SCAN-DIRECTION    PIC X(01).
       01 WS-TARGET-AMOUNT     PIC 9(12)V99.
       01 WS-OLD-TARGET-AMOUNT PIC 9(12)V99.
       01 WS-MIN-AMOUNT        PIC 9(12)V99.
       01 WS-PROPOSED-COUNT    PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT     PIC 9(5) VALUE 0.
       01 WS-SLOT-VARIANCE     PIC S9(7).
       01 WS-VARIANCE-SLOTS    PIC 9(2).
       01 WS-DIRECTION-TEXT    PIC X(08).
       01 WS-STATUS-TEXT       PIC X(09).
       01 WS-PARAM-NAME        PIC X(20).
       01 WS-PARAM-VALUE       PIC X(30).
       01 WS-PARAM-FOUND       PIC 9 VALUE 0.
       01 WS-OVERRIDE-RULE     PIC X(20) VALUE "CASH-ORDER".
       01 WS-OVERRIDE-USER     PIC 9(10) VALUE 0.
       01 WS-OVERRIDE-AMOUNT   PIC S9(10)V99.
       01 WS-OVERRIDE-GRANTED  PIC 9 VALUE 0.
       01 WS-EXC-SOURCE        PIC X(20) VALUE "CASH_ORDER".
       01 WS-EXC-REFERENCE     PIC X(30).
       01 WS-EXC-AMOUNT        PIC S9(10)V99.
       01 WS-EXC-REASON        PIC X(30).
       01 WS-RC-PROGRAM        PIC X(20) VALUE "CASH_ORDER".
       01 WS-RC-KEY            PIC X(30).
       01 WS-RC-FIELD          PIC X(20) VALUE "TARGET-MIX".
       01 WS-RC-OLD            PIC X(30).
       01 WS-RC-NEW            PIC X(30).
       01 WS-DISP-AMOUNT       PIC Z(11)9.99.
       01 WS-DISP-AMOUNT2      PIC Z(11)9.99.
       01 WS-DISP-VARIANCE     PIC -Z(11)9.99.
       01 WS-DISP-COUNT        PIC Z(6)9.
       01 WS-DISP-COUNT2       PIC Z(6)9.
       01 WS-DISP-SLOT-VAR     PIC -Z(6)9.
       01 WS-CARRIER-AMOUNT    PIC 9(12).99.
       01 WS-ARCH-SOURCE   PIC X(30) VALUE "cash_order_receipt.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "CASH-ORDER-RECEIPT".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Branch cash orders and shipments."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-ARCH-OPERATOR
           MOVE "CASH-ORDER-MIN-AMOUNT" TO WS-PARAM-NAME
           MOVE "1000" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           COMPUTE WS-MIN-AMOUNT = FUNCTION NUMVAL(WS-PARAM-VALUE)
           OPEN I-O CASH-ORDER-FILE
           IF CASH-ORDER-FILE-STATUS = "35"
               OPEN OUTPUT CASH-ORDER-FILE
               CLOSE CASH-ORDER-FILE
               OPEN I-O CASH-ORDER-FILE
           END-IF
           OPEN I-O CASH-TARGET-FILE
           IF CASH-TARGET-FILE-STATUS = "35"
               OPEN OUTPUT CASH-TARGET-FILE
               CLOSE CASH-TARGET-FILE
               OPEN I-O CASH-TARGET-FILE
           END-IF
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 6
               DISPLAY "1. Set a branch's target cash mix"
               DISPLAY "2. Propose orders and shipments"
               DISPLAY "3. Approve proposed orders"
               DISPLAY "4. Record a delivery or collection"
               DISPLAY "5. List open orders"
               DISPLAY "6. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM SET-TARGETS THRU SET-TARGETS-EXIT
                   WHEN 2
                       PERFORM PROPOSE-ORDERS
                           THRU PROPOSE-ORDERS-EXIT
                   WHEN 3
                       PERFORM APPROVE-ORDERS
                           THRU APPROVE-ORDERS-EXIT
                   WHEN 4
                       PERFORM RECEIVE-ORDER THRU RECEIVE-ORDER-EXIT
                   WHEN 5
                       PERFORM LIST-OPEN-ORDERS
                           THRU LIST-OPEN-ORDERS-EXIT
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE CASH-ORDER-FILE
           CLOSE CASH-TARGET-FILE
           GOBACK.

      *> ---------------------------------------------------------
      *> Target mix: keyed piece by piece, held inside the vault's
      *> insurance limit.
      *> ---------------------------------------------------------
       SET-TARGETS.
           DISPLAY "Branch code: "
           ACCEPT WS-BRANCH-CODE
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-CODE) TO WS-BRANCH-CODE
           OPEN INPUT VAULT-FILE
           IF VAULT-FILE-STATUS NOT = "00"
               DISPLAY "No vault file - establish the branch vault "
                   "first."
               GO TO SET-TARGETS-EXIT
           END-IF
           MOVE WS-BRANCH-CODE TO VLT-BRANCH-CODE
           READ VAULT-FILE
               INVALID KEY
                   DISPLAY "No vault on file for branch "
                       WS-BRANCH-CODE " - establish it first."
                   CLOSE VAULT-FILE
                   GO TO SET-TARGETS-EXIT
           END-READ
           CLOSE VAULT-FILE
           MOVE 0 TO WS-OLD-TARGET-AMOUNT
           MOVE WS-BRANCH-CODE TO CTG-BRANCH-CODE
           MOVE 1 TO WS-FOUND
           READ CASH-TARGET-FILE
               INVALID KEY
                   MOVE 0 TO WS-FOUND
               NOT INVALID KEY
                   PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                           UNTIL WS-DENOM-IX > 8
                       COMPUTE WS-PIECE-VALUE =
                           CTG-TARGET-COUNT(WS-DENOM-IX)
                           * WS-DENOM-VALUE(WS-DENOM-IX)
                       ADD WS-PIECE-VALUE TO WS-OLD-TARGET-AMOUNT
                   END-PERFORM
           END-READ
           DISPLAY "Target number of pieces to hold -"
           PERFORM ACCEPT-ENTRY-COUNTS
           MOVE WS-ENTRY-AMOUNT TO WS-TARGET-AMOUNT
           IF VLT-INSURANCE-LIMIT > 0
                   AND WS-TARGET-AMOUNT > VLT-INSURANCE-LIMIT
               MOVE VLT-INSURANCE-LIMIT TO WS-DISP-AMOUNT
               DISPLAY "Target is over the vault's insurance limit "
                   "of " WS-DISP-AMOUNT " - not saved."
               GO TO SET-TARGETS-EXIT
           END-IF
           IF WS-TARGET-AMOUNT < VLT-MIN-OPENING
               MOVE VLT-MIN-OPENING TO WS-DISP-AMOUNT
               DISPLAY "Note: target is below the vault's minimum to "
                   "open of " WS-DISP-AMOUNT "."
           END-IF
           MOVE WS-BRANCH-CODE TO CTG-BRANCH-CODE
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               MOVE WS-ENTRY-COUNT(WS-DENOM-IX)
                   TO CTG-TARGET-COUNT(WS-DENOM-IX)
           END-PERFORM
           MOVE WS-BUSINESS-DATE TO CTG-SET-DATE
           MOVE WS-OPERATOR-ID TO CTG-SET-BY
           IF WS-FOUND = 1
               REWRITE CASH-TARGET-RECORD
           ELSE
               WRITE CASH-TARGET-RECORD
           END-IF
           MOVE WS-BRANCH-CODE TO WS-RC-KEY
           MOVE WS-OLD-TARGET-AMOUNT TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO WS-RC-OLD
           MOVE WS-TARGET-AMOUNT TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           DISPLAY "Target mix for branch " WS-BRANCH-CODE " saved: "
               WS-DISP-AMOUNT ".".
       SET-TARGETS-EXIT.
           EXIT.

       ACCEPT-ENTRY-COUNTS.
           MOVE 0 TO WS-ENTRY-AMOUNT
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               DISPLAY "Count of " WS-DENOM-NAME(WS-DENOM-IX) ": "
               ACCEPT WS-ENTRY-COUNT(WS-DENOM-IX)
               COMPUTE WS-PIECE-VALUE =
                   WS-ENTRY-COUNT(WS-DENOM-IX)
                   * WS-DENOM-VALUE(WS-DENOM-IX)
               ADD WS-PIECE-VALUE TO WS-ENTRY-AMOUNT
           END-PERFORM
           MOVE WS-ENTRY-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Total of pieces entered: " WS-DISP-AMOUNT.

      *> ---------------------------------------------------------
      *> Proposal run: every branch with a target mix.
      *> ---------------------------------------------------------
       PROPOSE-ORDERS.
           MOVE 0 TO WS-PROPOSED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           OPEN INPUT VAULT-FILE
           IF VAULT-FILE-STATUS NOT = "00"
               DISPLAY "No vault file - nothing to propose."
               GO TO PROPOSE-ORDERS-EXIT
           END-IF
           OPEN INPUT DENOM-COUNT-FILE
           IF DENOM-COUNT-FILE-STATUS NOT = "00"
               DISPLAY "No denomination counts on file - count the "
                   "vaults first."
               CLOSE VAULT-FILE
               GO TO PROPOSE-ORDERS-EXIT
           END-IF
           MOVE LOW-VALUES TO CTG-BRANCH-CODE
           START CASH-TARGET-FILE KEY IS >= CTG-BRANCH-CODE
               INVALID KEY
                   MOVE "10" TO CASH-TARGET-FILE-STATUS
           END-START
           PERFORM UNTIL CASH-TARGET-FILE-STATUS = "10"
               READ CASH-TARGET-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PROPOSE-ONE-BRANCH
                           THRU PROPOSE-ONE-BRANCH-EXIT
               END-READ
           END-PERFORM
           MOVE "00" TO CASH-TARGET-FILE-STATUS
           CLOSE VAULT-FILE
           CLOSE DENOM-COUNT-FILE
           DISPLAY "Proposals written: " WS-PROPOSED-COUNT
           DISPLAY "Below minimum or already open: " WS-SKIPPED-COUNT.
       PROPOSE-ORDERS-EXIT.
           EXIT.

      *> Slots below target are ordered up to target; slots above
      *> it are shipped down to target. A direction that already has
      *> a proposed or approved row for the branch is left alone so
      *> a second run the same day does not double the order.
       PROPOSE-ONE-BRANCH.
           MOVE CTG-BRANCH-CODE TO VLT-BRANCH-CODE
           READ VAULT-FILE
               INVALID KEY
                   DISPLAY "Branch " CTG-BRANCH-CODE " has a target "
                       "but no vault - skipped."
                   GO TO PROPOSE-ONE-BRANCH-EXIT
           END-READ
           MOVE "V" TO DNC-LOCATION-TYPE
           MOVE CTG-BRANCH-CODE TO DNC-LOCATION-ID
           MOVE 1 TO WS-FOUND
           READ DENOM-COUNT-FILE
               INVALID KEY
                   MOVE 0 TO WS-FOUND
           END-READ
           MOVE 0 TO WS-IN-AMOUNT
           MOVE 0 TO WS-OUT-AMOUNT
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               IF WS-FOUND = 1
                   MOVE DNC-COUNT(WS-DENOM-IX) TO WS-HELD-COUNT
               ELSE
                   MOVE 0 TO WS-HELD-COUNT
               END-IF
               MOVE 0 TO WS-IN-COUNT(WS-DENOM-IX)
               MOVE 0 TO WS-OUT-COUNT(WS-DENOM-IX)
               IF WS-HELD-COUNT < CTG-TARGET-COUNT(WS-DENOM-IX)
                   COMPUTE WS-IN-COUNT(WS-DENOM-IX) =
                       CTG-TARGET-COUNT(WS-DENOM-IX) - WS-HELD-COUNT
                   COMPUTE WS-PIECE-VALUE =
                       WS-IN-COUNT(WS-DENOM-IX)
                       * WS-DENOM-VALUE(WS-DENOM-IX)
                   ADD WS-PIECE-VALUE TO WS-IN-AMOUNT
               END-IF
               IF WS-HELD-COUNT > CTG-TARGET-COUNT(WS-DENOM-IX)
                   COMPUTE WS-OUT-COUNT(WS-DENOM-IX) =
                       WS-HELD-COUNT - CTG-TARGET-COUNT(WS-DENOM-IX)
                   COMPUTE WS-PIECE-VALUE =
                       WS-OUT-COUNT(WS-DENOM-IX)
                       * WS-DENOM-VALUE(WS-DENOM-IX)
                   ADD WS-PIECE-VALUE TO WS-OUT-AMOUNT
               END-IF
           END-PERFORM
           IF WS-IN-AMOUNT > 0
               MOVE "I" TO WS-SCAN-DIRECTION
               PERFORM FIND-OPEN-ORDER
               IF WS-OPEN-ORDER-FOUND = 1
                       OR WS-IN-AMOUNT < WS-MIN-AMOUNT
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   MOVE WS-IN-COUNTS TO WS-ENTRY-COUNTS
                   MOVE WS-IN-AMOUNT TO WS-ENTRY-AMOUNT
                   PERFORM WRITE-PROPOSAL THRU WRITE-PROPOSAL-EXIT
               END-IF
           END-IF
           IF WS-OUT-AMOUNT > 0
               MOVE "O" TO WS-SCAN-DIRECTION
               PERFORM FIND-OPEN-ORDER
               IF WS-OPEN-ORDER-FOUND = 1
                       OR WS-OUT-AMOUNT < WS-MIN-AMOUNT
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   MOVE WS-OUT-COUNTS TO WS-ENTRY-COUNTS
                   MOVE WS-OUT-AMOUNT TO WS-ENTRY-AMOUNT
                   PERFORM WRITE-PROPOSAL THRU WRITE-PROPOSAL-EXIT
               END-IF
           END-IF.
       PROPOSE-ONE-BRANCH-EXIT.
           EXIT.

       FIND-OPEN-ORDER.
           MOVE 0 TO WS-OPEN-ORDER-FOUND
           MOVE 0 TO CO-ID
           START CASH-ORDER-FILE KEY IS >= CO-ID
               INVALID KEY
                   MOVE "10" TO CASH-ORDER-FILE-STATUS
           END-START
           PERFORM UNTIL CASH-ORDER-FILE-STATUS = "10"
                   OR WS-OPEN-ORDER-FOUND = 1
               READ CASH-ORDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CO-BRANCH-CODE = CTG-BRANCH-CODE
                               AND CO-DIRECTION = WS-SCAN-DIRECTION
                               AND (CO-IS-PROPOSED OR CO-IS-APPROVED)
                           MOVE 1 TO WS-OPEN-ORDER-FOUND
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CASH-ORDER-FILE-STATUS.

       WRITE-PROPOSAL.
           CALL "GET_NEXT_SEQ" USING "CASH-ORDER-ID       "
               WS-NEW-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "Could not allocate an order number - branch "
                   CTG-BRANCH-CODE " skipped."
               GO TO WRITE-PROPOSAL-EXIT
           END-IF
           INITIALIZE CASH-ORDER-RECORD
           MOVE WS-NEW-ID TO CO-ID
           MOVE CTG-BRANCH-CODE TO CO-BRANCH-CODE
           MOVE WS-SCAN-DIRECTION TO CO-DIRECTION
           MOVE "P" TO CO-STATUS
           MOVE WS-BUSINESS-DATE TO CO-PROPOSED-DATE
           MOVE WS-OPERATOR-ID TO CO-PROPOSED-BY
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               MOVE WS-ENTRY-COUNT(WS-DENOM-IX)
                   TO CO-ORDER-COUNT(WS-DENOM-IX)
           END-PERFORM
           MOVE WS-ENTRY-AMOUNT TO CO-ORDER-AMOUNT
           MOVE 0 TO CO-VARIANCE
           WRITE CASH-ORDER-RECORD
           ADD 1 TO WS-PROPOSED-COUNT
           PERFORM SET-DIRECTION-TEXT
           MOVE CO-ORDER-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Proposed " WS-DIRECTION-TEXT " " CO-ID
               " branch " CO-BRANCH-CODE " " WS-DISP-AMOUNT.
       WRITE-PROPOSAL-EXIT.
           EXIT.

       SET-DIRECTION-TEXT.
           IF CO-IS-ORDER
               MOVE "ORDER" TO WS-DIRECTION-TEXT
           ELSE
               MOVE "SHIPMENT" TO WS-DIRECTION-TEXT
           END-IF.

      *> ---------------------------------------------------------
      *> Approval: one override per order; approving puts it on the
      *> carrier order file.
      *> ---------------------------------------------------------
       APPROVE-ORDERS.
           MOVE 0 TO CO-ID
           START CASH-ORDER-FILE KEY IS >= CO-ID
               INVALID KEY
                   DISPLAY "No orders on file."
                   GO TO APPROVE-ORDERS-EXIT
           END-START
           PERFORM UNTIL CASH-ORDER-FILE-STATUS = "10"
               READ CASH-ORDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CO-IS-PROPOSED
                           PERFORM REVIEW-ONE-ORDER
                               THRU REVIEW-ONE-ORDER-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CASH-ORDER-FILE-STATUS.
       APPROVE-ORDERS-EXIT.
           EXIT.

       REVIEW-ONE-ORDER.
           PERFORM SHOW-ORDER-DETAIL
           DISPLAY "A = approve, C = cancel, anything else = skip: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE CO-ORDER-AMOUNT TO WS-OVERRIDE-AMOUNT
                   CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
                       WS-OVERRIDE-USER WS-OVERRIDE-AMOUNT
                       WS-OVERRIDE-GRANTED
                   IF WS-OVERRIDE-GRANTED NOT = 1
                       DISPLAY "Order " CO-ID " left proposed."
                       GO TO REVIEW-ONE-ORDER-EXIT
                   END-IF
                   MOVE "A" TO CO-STATUS
                   MOVE WS-BUSINESS-DATE TO CO-APPROVED-DATE
                   MOVE WS-OPERATOR-ID TO CO-APPROVED-BY
                   REWRITE CASH-ORDER-RECORD
                   PERFORM WRITE-CARRIER-LINE
                   DISPLAY "Order " CO-ID " approved and sent to "
                       "cash_carrier_orders.txt."
               WHEN "C"
                   MOVE "X" TO CO-STATUS
                   REWRITE CASH-ORDER-RECORD
                   DISPLAY "Order " CO-ID " cancelled."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REVIEW-ONE-ORDER-EXIT.
           EXIT.

       SHOW-ORDER-DETAIL.
           PERFORM SET-DIRECTION-TEXT
           MOVE CO-ORDER-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY WS-DIRECTION-TEXT " " CO-ID " branch "
               CO-BRANCH-CODE " proposed " CO-PROPOSED-DATE
               " total " WS-DISP-AMOUNT
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               IF CO-ORDER-COUNT(WS-DENOM-IX) > 0
                   MOVE CO-ORDER-COUNT(WS-DENOM-IX) TO WS-DISP-COUNT
                   DISPLAY "    " WS-DENOM-NAME(WS-DENOM-IX) " "
                       WS-DISP-COUNT
               END-IF
           END-PERFORM.

      *> One comma-separated line per approved order for the carrier
      *> and central bank, the eight counts in slot order.
       WRITE-CARRIER-LINE.
           OPEN EXTEND CARRIER-ORDER-FILE
           IF CARRIER-ORDER-FILE-STATUS = "35"
               OPEN OUTPUT CARRIER-ORDER-FILE
               CLOSE CARRIER-ORDER-FILE
               OPEN EXTEND CARRIER-ORDER-FILE
           END-IF
           MOVE CO-ORDER-AMOUNT TO WS-CARRIER-AMOUNT
           MOVE SPACES TO CARRIER-ORDER-LINE
           STRING "CASHORD," CO-ID "," CO-BRANCH-CODE ","
               WS-DIRECTION-TEXT "," CO-APPROVED-DATE ","
               WS-CARRIER-AMOUNT ","
               CO-ORDER-COUNT(1) "," CO-ORDER-COUNT(2) ","
               CO-ORDER-COUNT(3) "," CO-ORDER-COUNT(4) ","
               CO-ORDER-COUNT(5) "," CO-ORDER-COUNT(6) ","
               CO-ORDER-COUNT(7) "," CO-ORDER-COUNT(8)
               DELIMITED BY SIZE INTO CARRIER-ORDER-LINE
           WRITE CARRIER-ORDER-LINE
           CLOSE CARRIER-ORDER-FILE.

      *> ---------------------------------------------------------
      *> Delivery or collection: the counted pieces move the vault.
      *> ---------------------------------------------------------
       RECEIVE-ORDER.
           DISPLAY "Order number: "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid order number."
               GO TO RECEIVE-ORDER-EXIT
           END-IF
           COMPUTE CO-ID = FUNCTION NUMVAL(WS-TEXT-INPUT)
           READ CASH-ORDER-FILE
               INVALID KEY
                   DISPLAY "No such order."
                   GO TO RECEIVE-ORDER-EXIT
           END-READ
           IF NOT CO-IS-APPROVED
               DISPLAY "Order " CO-ID " is not approved and waiting "
                   "for the carrier."
               GO TO RECEIVE-ORDER-EXIT
           END-IF
           PERFORM SHOW-ORDER-DETAIL
           IF CO-IS-ORDER
               DISPLAY "Count the pieces delivered -"
           ELSE
               DISPLAY "Count the pieces handed to the carrier -"
           END-IF
           PERFORM ACCEPT-ENTRY-COUNTS
           OPEN I-O VAULT-FILE
           IF VAULT-FILE-STATUS NOT = "00"
               DISPLAY "No vault file - nothing posted."
               GO TO RECEIVE-ORDER-EXIT
           END-IF
           MOVE CO-BRANCH-CODE TO VLT-BRANCH-CODE
           READ VAULT-FILE
               INVALID KEY
                   DISPLAY "No vault on file for branch "
                       CO-BRANCH-CODE " - nothing posted."
                   CLOSE VAULT-FILE
                   GO TO RECEIVE-ORDER-EXIT
           END-READ
           OPEN I-O DENOM-COUNT-FILE
           IF DENOM-COUNT-FILE-STATUS = "35"
               OPEN OUTPUT DENOM-COUNT-FILE
               CLOSE DENOM-COUNT-FILE
               OPEN I-O DENOM-COUNT-FILE
           END-IF
           MOVE "V" TO DNC-LOCATION-TYPE
           MOVE CO-BRANCH-CODE TO DNC-LOCATION-ID
           MOVE 1 TO WS-FOUND
           READ DENOM-COUNT-FILE
               INVALID KEY
                   MOVE 0 TO WS-FOUND
                   MOVE "V" TO DNC-LOCATION-TYPE
                   MOVE CO-BRANCH-CODE TO DNC-LOCATION-ID
                   PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                           UNTIL WS-DENOM-IX > 8
                       MOVE 0 TO DNC-COUNT(WS-DENOM-IX)
                   END-PERFORM
           END-READ
      *>   Cash cannot leave a vault that does not hold it.
           IF CO-IS-SHIPMENT
               MOVE 0 TO WS-SHORT-SLOTS
               PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                       UNTIL WS-DENOM-IX > 8
                   IF WS-ENTRY-COUNT(WS-DENOM-IX)
                           > DNC-COUNT(WS-DENOM-IX)
                       ADD 1 TO WS-SHORT-SLOTS
                       DISPLAY "Vault holds fewer "
                           WS-DENOM-NAME(WS-DENOM-IX)
                           " than that."
                   END-IF
               END-PERFORM
               IF WS-SHORT-SLOTS > 0
                       OR WS-ENTRY-AMOUNT > VLT-BALANCE
                   DISPLAY "Collection refused - recount the vault "
                       "or the shipment."
                   CLOSE VAULT-FILE
                   CLOSE DENOM-COUNT-FILE
                   GO TO RECEIVE-ORDER-EXIT
               END-IF
           END-IF
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               IF CO-IS-ORDER
                   ADD WS-ENTRY-COUNT(WS-DENOM-IX)
                       TO DNC-COUNT(WS-DENOM-IX)
               ELSE
                   SUBTRACT WS-ENTRY-COUNT(WS-DENOM-IX)
                       FROM DNC-COUNT(WS-DENOM-IX)
               END-IF
               MOVE WS-ENTRY-COUNT(WS-DENOM-IX)
                   TO CO-ACTUAL-COUNT(WS-DENOM-IX)
           END-PERFORM
           IF WS-FOUND = 1
               REWRITE DENOM-COUNT-RECORD
           ELSE
               WRITE DENOM-COUNT-RECORD
           END-IF
           CLOSE DENOM-COUNT-FILE
           IF CO-IS-ORDER
               ADD WS-ENTRY-AMOUNT TO VLT-BALANCE
           ELSE
               SUBTRACT WS-ENTRY-AMOUNT FROM VLT-BALANCE
           END-IF
           REWRITE VAULT-RECORD
           CLOSE VAULT-FILE
           MOVE WS-ENTRY-AMOUNT TO CO-ACTUAL-AMOUNT
           COMPUTE CO-VARIANCE = CO-ACTUAL-AMOUNT - CO-ORDER-AMOUNT
           MOVE WS-BUSINESS-DATE TO CO-COMPLETED-DATE
           MOVE WS-OPERATOR-ID TO CO-COMPLETED-BY
           MOVE "C" TO CO-STATUS
           REWRITE CASH-ORDER-RECORD
           PERFORM WRITE-RECEIPT-REPORT
           IF WS-VARIANCE-SLOTS > 0
               MOVE SPACES TO WS-EXC-REFERENCE
               STRING "CASH ORDER " CO-ID " " CO-BRANCH-CODE
                   DELIMITED BY SIZE INTO WS-EXC-REFERENCE
               MOVE CO-VARIANCE TO WS-EXC-AMOUNT
               MOVE "CASH SHIPMENT COUNT VARIANCE" TO WS-EXC-REASON
               CALL "LOG_EXCEPTION" USING WS-EXC-SOURCE
                   WS-EXC-REFERENCE WS-EXC-AMOUNT WS-EXC-REASON
           END-IF.
       RECEIVE-ORDER-EXIT.
           EXIT.

      *> Ordered against counted, slot by slot. A mix difference
      *> that nets to zero is still a variance - the vault's
      *> denomination row has moved differently from the order.
       WRITE-RECEIPT-REPORT.
           MOVE 0 TO WS-VARIANCE-SLOTS
           PERFORM SET-DIRECTION-TEXT
           OPEN OUTPUT RECEIPT-REPORT-FILE
           MOVE SPACES TO CR-REPORT-LINE
           STRING "CASH " WS-DIRECTION-TEXT " RECEIPT - ORDER " CO-ID
               " BRANCH " CO-BRANCH-CODE " " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE "DENOMINATION  ORDERED  COUNTED  VARIANCE"
               TO CR-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM VARYING WS-DENOM-IX FROM 1 BY 1
                   UNTIL WS-DENOM-IX > 8
               COMPUTE WS-SLOT-VARIANCE =
                   CO-ACTUAL-COUNT(WS-DENOM-IX)
                   - CO-ORDER-COUNT(WS-DENOM-IX)
               IF WS-SLOT-VARIANCE NOT = 0
                   ADD 1 TO WS-VARIANCE-SLOTS
               END-IF
               MOVE CO-ORDER-COUNT(WS-DENOM-IX) TO WS-DISP-COUNT
               MOVE CO-ACTUAL-COUNT(WS-DENOM-IX) TO WS-DISP-COUNT2
               MOVE WS-SLOT-VARIANCE TO WS-DISP-SLOT-VAR
               STRING WS-DENOM-NAME(WS-DENOM-IX) "  " WS-DISP-COUNT
                   "  " WS-DISP-COUNT2 "  " WS-DISP-SLOT-VAR
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               PERFORM PUT-LINE
           END-PERFORM
           PERFORM PUT-BLANK-LINE
           MOVE CO-ORDER-AMOUNT TO WS-DISP-AMOUNT
           MOVE CO-ACTUAL-AMOUNT TO WS-DISP-AMOUNT2
           MOVE CO-VARIANCE TO WS-DISP-VARIANCE
           STRING "Ordered " WS-DISP-AMOUNT "  counted "
               WS-DISP-AMOUNT2 "  variance " WS-DISP-VARIANCE
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           PERFORM PUT-LINE
           IF WS-VARIANCE-SLOTS > 0
               STRING "*** " WS-VARIANCE-SLOTS " denomination(s) "
                   "differ from the order - raised as an exception."
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
           ELSE
               MOVE "Counted pieces agree with the order."
                   TO CR-REPORT-LINE
           END-IF
           PERFORM PUT-LINE
           CLOSE RECEIPT-REPORT-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "ORDER=" CO-ID
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR.

      *> ---------------------------------------------------------
      *> Everything not yet completed or cancelled.
      *> ---------------------------------------------------------
       LIST-OPEN-ORDERS.
           MOVE 0 TO CO-ID
           START CASH-ORDER-FILE KEY IS >= CO-ID
               INVALID KEY
                   DISPLAY "No orders on file."
                   GO TO LIST-OPEN-ORDERS-EXIT
           END-START
           PERFORM UNTIL CASH-ORDER-FILE-STATUS = "10"
               READ CASH-ORDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CO-IS-PROPOSED OR CO-IS-APPROVED
                           PERFORM SHOW-OPEN-ORDER
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CASH-ORDER-FILE-STATUS.
       LIST-OPEN-ORDERS-EXIT.
           EXIT.

       SHOW-OPEN-ORDER.
           PERFORM SET-DIRECTION-TEXT
           IF CO-IS-PROPOSED
               MOVE "PROPOSED" TO WS-STATUS-TEXT
           ELSE
               MOVE "WITH CARR" TO WS-STATUS-TEXT
           END-IF
           MOVE CO-ORDER-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY CO-ID " " CO-BRANCH-CODE " " WS-DIRECTION-TEXT " "
               WS-STATUS-TEXT " " CO-PROPOSED-DATE " "
               WS-DISP-AMOUNT.

       PUT-BLANK-LINE.
           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE.

       PUT-LINE.
           WRITE CR-REPORT-LINE
           DISPLAY CR-REPORT-LINE
           MOVE SPACES TO CR-REPORT-LINE.
