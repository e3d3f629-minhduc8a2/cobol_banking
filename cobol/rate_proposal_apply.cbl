       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE_PROPOSAL_APPLY.

      *> Loads approved rate proposals into the product master: each
      *> proposal RATE_SIMULATION approved whose effective date has
      *> arrived has its three tier limits and rates written over the
      *> product's PRD-RATE-TIER, the rate change goes to the
      *> standing-data audit trail the way PRODUCT_MAINT logs it, and
      *> the proposal is marked applied. Safe to run every night -
      *> proposals not yet effective, or already applied, are left
      *> as they are.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-PROPOSAL-FILE ASSIGN TO "rate_proposals.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-ACCOUNT-TYPE
               FILE STATUS IS RATE-PROPOSAL-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "product_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-ACCOUNT-TYPE
               FILE STATUS IS PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-PROPOSAL-FILE.
       COPY "rate_proposal_record.cpy".

       FD PRODUCT-FILE.
       COPY "product_record.cpy".

       WORKING-STORAGE SECTION.
       01 RATE-PROPOSAL-FILE-STATUS PIC XX.
       01 PRODUCT-FILE-STATUS       PIC XX.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-TIER-IDX       PIC 9 VALUE 1.
       01 WS-APPLIED-COUNT  PIC 9(3) VALUE 0.
       01 WS-WAITING-COUNT  PIC 9(3) VALUE 0.
       01 WS-SKIPPED-COUNT  PIC 9(3) VALUE 0.
       01 WS-RATE-DISP      PIC 9.9(4).
       01 WS-TIER-LINE      PIC X(30).
       01 WS-RC-PROGRAM     PIC X(20) VALUE "RATE_PROPOSAL_APPLY".
       01 WS-RC-KEY         PIC X(30).
       01 WS-RC-FIELD       PIC X(20) VALUE "TIER-RATES".
       01 WS-RC-OLD         PIC X(30).
       01 WS-RC-NEW         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Applying approved rate proposals."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O RATE-PROPOSAL-FILE
           IF RATE-PROPOSAL-FILE-STATUS NOT = "00"
               DISPLAY "No rate proposals on file."
               GOBACK
           END-IF
           OPEN I-O PRODUCT-FILE
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "No product master on file."
               CLOSE RATE-PROPOSAL-FILE
               GOBACK
           END-IF
           PERFORM UNTIL RATE-PROPOSAL-FILE-STATUS = "10"
               READ RATE-PROPOSAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RP-IS-APPROVED
                           PERFORM APPLY-ONE-PROPOSAL
                               THRU APPLY-ONE-PROPOSAL-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           CLOSE RATE-PROPOSAL-FILE
           DISPLAY "Proposals applied: " WS-APPLIED-COUNT
           DISPLAY "Approved, not yet effective: " WS-WAITING-COUNT
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "*** " WS-SKIPPED-COUNT " proposal(s) for a "
                   "product no longer on the master - not applied."
           END-IF
           GOBACK.

       APPLY-ONE-PROPOSAL.
           IF RP-EFFECTIVE-DATE > WS-BUSINESS-DATE
               ADD 1 TO WS-WAITING-COUNT
               GO TO APPLY-ONE-PROPOSAL-EXIT
           END-IF
           MOVE RP-ACCOUNT-TYPE TO PRD-ACCOUNT-TYPE
           READ PRODUCT-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO APPLY-ONE-PROPOSAL-EXIT
           END-READ
           PERFORM FORMAT-TIER-LINE
           MOVE WS-TIER-LINE TO WS-RC-OLD
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE RP-TIER-LIMIT(WS-TIER-IDX)
                   TO PRD-TIER-LIMIT(WS-TIER-IDX)
               MOVE RP-TIER-RATE(WS-TIER-IDX)
                   TO PRD-TIER-RATE(WS-TIER-IDX)
           END-PERFORM
           REWRITE PRODUCT-RECORD
           PERFORM FORMAT-TIER-LINE
           MOVE WS-TIER-LINE TO WS-RC-NEW
           MOVE RP-ACCOUNT-TYPE TO WS-RC-KEY
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           MOVE "D" TO RP-STATUS
           MOVE WS-BUSINESS-DATE TO RP-APPLIED-DATE
           REWRITE RATE-PROPOSAL-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           DISPLAY RP-ACCOUNT-TYPE " tiers now " WS-RC-NEW
               " (were " WS-RC-OLD ")".
       APPLY-ONE-PROPOSAL-EXIT.
           EXIT.

      *> The three tier rates on one line, as PRODUCT_MAINT logs them.
       FORMAT-TIER-LINE.
           MOVE SPACES TO WS-TIER-LINE
           MOVE PRD-TIER-RATE(1) TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO WS-TIER-LINE(1:6)
           MOVE PRD-TIER-RATE(2) TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO WS-TIER-LINE(8:6)
           MOVE PRD-TIER-RATE(3) TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO WS-TIER-LINE(15:6).
