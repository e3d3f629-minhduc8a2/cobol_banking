       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVATE_CARD.

      *> Activates a replacement debit card mailed by CARD_REISSUE,
      *> shared by CARD_MAINT at the counter and CHANNEL_GATEWAY for
      *> online banking. The card must be pending activation and not
      *> past its expiry; it goes Active, and the card it replaces
      *> is switched off (Replaced) in the same step so only one
      *> plastic on the account ever authorizes. An old card already
      *> reported lost or blocked keeps that status. LK-OWNER-ID is
      *> the customer asking online, who must own the card; the
      *> counter passes zero, the teller having checked
      *> identification. LK-RESULT comes back "OK" or a reason code.
      *> Both status changes go to the standing-data audit through
      *> LOG_REF_CHANGE under the calling program's name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE ASSIGN TO "card_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS CARD-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-MASTER-FILE.
       COPY "card_record.cpy".

       WORKING-STORAGE SECTION.
       01 CARD-MASTER-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-EXPIRY-DATE   PIC 9(8).
       01 WS-OLD-CARD      PIC 9(16).
       01 WS-CHANGE-KEY    PIC X(30).
       01 WS-CHANGE-FIELD  PIC X(20) VALUE "CARD-STATUS".
       01 WS-OLD-VALUE     PIC X(30).
       01 WS-NEW-VALUE     PIC X(30).

       LINKAGE SECTION.
       01 LK-OWNER-ID      PIC 9(10).
       01 LK-CARD-NUMBER   PIC 9(16).
       01 LK-PROGRAM       PIC X(20).
       01 LK-RESULT        PIC X(20).

       PROCEDURE DIVISION USING LK-OWNER-ID LK-CARD-NUMBER LK-PROGRAM
                                LK-RESULT.
       MAIN-PARA.
           MOVE SPACES TO LK-RESULT
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O CARD-MASTER-FILE
           IF CARD-MASTER-FILE-STATUS NOT = "00"
               MOVE "NO-SUCH-CARD" TO LK-RESULT
               GOBACK
           END-IF
           PERFORM ACTIVATE-NEW-CARD THRU ACTIVATE-NEW-CARD-EXIT
           IF LK-RESULT = SPACES
               PERFORM SWITCH-OFF-OLD-CARD THRU SWITCH-OFF-OLD-CARD-EXIT
               MOVE "OK" TO LK-RESULT
           END-IF
           CLOSE CARD-MASTER-FILE
           GOBACK.

       ACTIVATE-NEW-CARD.
           MOVE LK-CARD-NUMBER TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE "NO-SUCH-CARD" TO LK-RESULT
                   GO TO ACTIVATE-NEW-CARD-EXIT
           END-READ
           IF LK-OWNER-ID NOT = 0 AND CARD-USER-ID NOT = LK-OWNER-ID
               MOVE "NO-SUCH-CARD" TO LK-RESULT
               GO TO ACTIVATE-NEW-CARD-EXIT
           END-IF
           IF CARD-IS-ACTIVE
               MOVE "ALREADY-ACTIVE" TO LK-RESULT
               GO TO ACTIVATE-NEW-CARD-EXIT
           END-IF
           IF NOT CARD-IS-PENDING
               MOVE "NOT-PENDING" TO LK-RESULT
               GO TO ACTIVATE-NEW-CARD-EXIT
           END-IF
           MOVE CARD-EXPIRY-DATE TO WS-EXPIRY-DATE
           CALL "GET_CARD_EXPIRY" USING CARD-ISSUED-DATE
               WS-EXPIRY-DATE
           IF WS-EXPIRY-DATE < WS-BUSINESS-DATE
               MOVE "CARD-EXPIRED" TO LK-RESULT
               GO TO ACTIVATE-NEW-CARD-EXIT
           END-IF
           MOVE CARD-REPLACES TO WS-OLD-CARD
           MOVE "A" TO CARD-STATUS
           REWRITE CARD-MASTER-RECORD
           MOVE SPACES TO WS-CHANGE-KEY
           MOVE LK-CARD-NUMBER TO WS-CHANGE-KEY
           MOVE "P" TO WS-OLD-VALUE
           MOVE "A" TO WS-NEW-VALUE
           CALL "LOG_REF_CHANGE" USING LK-PROGRAM WS-CHANGE-KEY
               WS-CHANGE-FIELD WS-OLD-VALUE WS-NEW-VALUE.
       ACTIVATE-NEW-CARD-EXIT.
           EXIT.

       SWITCH-OFF-OLD-CARD.
           IF WS-OLD-CARD = 0
               GO TO SWITCH-OFF-OLD-CARD-EXIT
           END-IF
           MOVE WS-OLD-CARD TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   GO TO SWITCH-OFF-OLD-CARD-EXIT
           END-READ
           IF CARD-IS-LOST OR CARD-IS-BLOCKED OR CARD-IS-REPLACED
               GO TO SWITCH-OFF-OLD-CARD-EXIT
           END-IF
           MOVE SPACES TO WS-OLD-VALUE
           MOVE CARD-STATUS TO WS-OLD-VALUE
           MOVE "R" TO CARD-STATUS
           REWRITE CARD-MASTER-RECORD
           MOVE SPACES TO WS-CHANGE-KEY
           MOVE WS-OLD-CARD TO WS-CHANGE-KEY
           MOVE "R" TO WS-NEW-VALUE
           CALL "LOG_REF_CHANGE" USING LK-PROGRAM WS-CHANGE-KEY
               WS-CHANGE-FIELD WS-OLD-VALUE WS-NEW-VALUE.
       SWITCH-OFF-OLD-CARD-EXIT.
           EXIT.
