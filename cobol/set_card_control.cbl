       IDENTIFICATION DIVISION.
       PROGRAM-ID. SET_CARD_CONTROL.

      *> The one writer of card_controls.db, shared by CARD_MAINT at
      *> the counter and CHANNEL_GATEWAY for online banking so both
      *> apply the same validation. LK-ACTION names the change:
      *>   LOCK / UNLOCK               temporary lock on the card
      *>   TXNCAP amount               per-transaction cap, 0 = none
      *>   DAYCAP amount               daily spend cap, 0 = none
      *>   BLOCKMCC mcc / ALLOWMCC mcc  merchant category block list
      *>   TRAVEL country from to      add a travel notice
      *>   NOTRAVEL                    withdraw every travel notice
      *> LK-RESULT comes back "OK" or a reason code for the caller to
      *> show or return. LK-OWNER-ID is the customer asking online,
      *> who must own the card; the counter passes zero, the teller
      *> having checked identification. Every change is written to
      *> the standing-data audit through LOG_REF_CHANGE under the
      *> calling program's name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE ASSIGN TO "card_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS CARD-MASTER-FILE-STATUS.
           SELECT CARD-CONTROLS-FILE ASSIGN TO "card_controls.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-CARD-NUMBER
               FILE STATUS IS CARD-CONTROLS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-MASTER-FILE.
       COPY "card_record.cpy".

       FD CARD-CONTROLS-FILE.
       COPY "card_controls_record.cpy".

       WORKING-STORAGE SECTION.
       01 CARD-MASTER-FILE-STATUS   PIC XX.
       01 CARD-CONTROLS-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-ON-FILE       PIC 9 VALUE 0.
       01 WS-IX            PIC 9(2) VALUE 0.
       01 WS-SLOT          PIC 9(2) VALUE 0.
       01 WS-AMOUNT        PIC 9(10)V99.
       01 WS-DISP-AMOUNT   PIC Z(9)9.99.
       01 WS-MCC           PIC X(04).
       01 WS-COUNTRY       PIC X(02).
       01 WS-FROM-DATE     PIC 9(8).
       01 WS-TO-DATE       PIC 9(8).
       01 WS-CHANGE-KEY    PIC X(30).
       01 WS-CHANGE-FIELD  PIC X(20).
       01 WS-OLD-VALUE     PIC X(30).
       01 WS-NEW-VALUE     PIC X(30).

       LINKAGE SECTION.
       01 LK-OWNER-ID      PIC 9(10).
       01 LK-CARD-NUMBER   PIC 9(16).
       01 LK-ACTION        PIC X(10).
       01 LK-VALUE-1       PIC X(20).
       01 LK-VALUE-2       PIC X(20).
       01 LK-VALUE-3       PIC X(20).
       01 LK-PROGRAM       PIC X(20).
       01 LK-RESULT        PIC X(20).

       PROCEDURE DIVISION USING LK-OWNER-ID LK-CARD-NUMBER LK-ACTION
                                LK-VALUE-1 LK-VALUE-2 LK-VALUE-3
                                LK-PROGRAM LK-RESULT.
       MAIN-PARA.
           MOVE SPACES TO LK-RESULT
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN INPUT CARD-MASTER-FILE
           IF CARD-MASTER-FILE-STATUS NOT = "00"
               MOVE "NO-SUCH-CARD" TO LK-RESULT
               GOBACK
           END-IF
           MOVE LK-CARD-NUMBER TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE "NO-SUCH-CARD" TO LK-RESULT
               NOT INVALID KEY
                   IF LK-OWNER-ID NOT = 0
                      AND CARD-USER-ID NOT = LK-OWNER-ID
                       MOVE "NO-SUCH-CARD" TO LK-RESULT
                   END-IF
           END-READ
           CLOSE CARD-MASTER-FILE
           IF LK-RESULT NOT = SPACES
               GOBACK
           END-IF
           OPEN I-O CARD-CONTROLS-FILE
           IF CARD-CONTROLS-FILE-STATUS = "35"
               OPEN OUTPUT CARD-CONTROLS-FILE
               CLOSE CARD-CONTROLS-FILE
               OPEN I-O CARD-CONTROLS-FILE
           END-IF
           MOVE 1 TO WS-ON-FILE
           MOVE LK-CARD-NUMBER TO CC-CARD-NUMBER
           READ CARD-CONTROLS-FILE
               INVALID KEY
                   MOVE 0 TO WS-ON-FILE
                   INITIALIZE CARD-CONTROLS-RECORD
                   MOVE LK-CARD-NUMBER TO CC-CARD-NUMBER
                   MOVE "N" TO CC-LOCK-FLAG
           END-READ
           MOVE SPACES TO WS-CHANGE-KEY
           MOVE LK-CARD-NUMBER TO WS-CHANGE-KEY
           MOVE SPACES TO WS-CHANGE-FIELD WS-OLD-VALUE WS-NEW-VALUE
           EVALUATE LK-ACTION
               WHEN "LOCK"
               WHEN "UNLOCK"
                   PERFORM SET-LOCK THRU SET-LOCK-EXIT
               WHEN "TXNCAP"
               WHEN "DAYCAP"
                   PERFORM SET-CAP THRU SET-CAP-EXIT
               WHEN "BLOCKMCC"
                   PERFORM BLOCK-CATEGORY THRU BLOCK-CATEGORY-EXIT
               WHEN "ALLOWMCC"
                   PERFORM ALLOW-CATEGORY THRU ALLOW-CATEGORY-EXIT
               WHEN "TRAVEL"
                   PERFORM ADD-TRAVEL-NOTICE
                       THRU ADD-TRAVEL-NOTICE-EXIT
               WHEN "NOTRAVEL"
                   PERFORM CLEAR-TRAVEL-NOTICES
               WHEN OTHER
                   MOVE "BAD-ACTION" TO LK-RESULT
           END-EVALUATE
           IF LK-RESULT = SPACES
               MOVE WS-BUSINESS-DATE TO CC-UPDATED-DATE
               IF WS-ON-FILE = 1
                   REWRITE CARD-CONTROLS-RECORD
               ELSE
                   WRITE CARD-CONTROLS-RECORD
               END-IF
               CALL "LOG_REF_CHANGE" USING LK-PROGRAM WS-CHANGE-KEY
                   WS-CHANGE-FIELD WS-OLD-VALUE WS-NEW-VALUE
               MOVE "OK" TO LK-RESULT
           END-IF
           CLOSE CARD-CONTROLS-FILE
           GOBACK.

       SET-LOCK.
           MOVE "CC-LOCK-FLAG" TO WS-CHANGE-FIELD
           MOVE CC-LOCK-FLAG TO WS-OLD-VALUE
           IF LK-ACTION = "LOCK"
               IF CC-IS-LOCKED
                   MOVE "ALREADY-LOCKED" TO LK-RESULT
                   GO TO SET-LOCK-EXIT
               END-IF
               MOVE "Y" TO CC-LOCK-FLAG
               MOVE WS-BUSINESS-DATE TO CC-LOCKED-DATE
           ELSE
               IF NOT CC-IS-LOCKED
                   MOVE "NOT-LOCKED" TO LK-RESULT
                   GO TO SET-LOCK-EXIT
               END-IF
               MOVE "N" TO CC-LOCK-FLAG
               MOVE 0 TO CC-LOCKED-DATE
           END-IF
           MOVE CC-LOCK-FLAG TO WS-NEW-VALUE.
       SET-LOCK-EXIT.
           EXIT.

       SET-CAP.
           IF LK-VALUE-1 = SPACES
              OR FUNCTION TEST-NUMVAL(LK-VALUE-1) NOT = 0
               MOVE "BAD-AMOUNT" TO LK-RESULT
               GO TO SET-CAP-EXIT
           END-IF
           IF FUNCTION NUMVAL(LK-VALUE-1) < 0
              OR FUNCTION NUMVAL(LK-VALUE-1) > 9999999999
               MOVE "BAD-AMOUNT" TO LK-RESULT
               GO TO SET-CAP-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(LK-VALUE-1) TO WS-AMOUNT
           IF LK-ACTION = "TXNCAP"
               MOVE "CC-TXN-CAP" TO WS-CHANGE-FIELD
               MOVE CC-TXN-CAP TO WS-DISP-AMOUNT
               MOVE WS-AMOUNT TO CC-TXN-CAP
           ELSE
               MOVE "CC-DAILY-CAP" TO WS-CHANGE-FIELD
               MOVE CC-DAILY-CAP TO WS-DISP-AMOUNT
               MOVE WS-AMOUNT TO CC-DAILY-CAP
           END-IF
           MOVE WS-DISP-AMOUNT TO WS-OLD-VALUE
           MOVE WS-AMOUNT TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO WS-NEW-VALUE.
       SET-CAP-EXIT.
           EXIT.

       BLOCK-CATEGORY.
           MOVE LK-VALUE-1 TO WS-MCC
           IF WS-MCC IS NOT NUMERIC OR LK-VALUE-1(5:16) NOT = SPACES
               MOVE "BAD-CATEGORY" TO LK-RESULT
               GO TO BLOCK-CATEGORY-EXIT
           END-IF
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
               IF CC-BLOCKED-MCC(WS-IX) = WS-MCC
                   MOVE "ALREADY-BLOCKED" TO LK-RESULT
                   GO TO BLOCK-CATEGORY-EXIT
               END-IF
               IF CC-BLOCKED-MCC(WS-IX) = SPACES AND WS-SLOT = 0
                   MOVE WS-IX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               MOVE "CATEGORY-LIST-FULL" TO LK-RESULT
               GO TO BLOCK-CATEGORY-EXIT
           END-IF
           MOVE WS-MCC TO CC-BLOCKED-MCC(WS-SLOT)
           MOVE "CC-BLOCKED-MCC" TO WS-CHANGE-FIELD
           STRING "BLOCK " WS-MCC
               DELIMITED BY SIZE INTO WS-NEW-VALUE.
       BLOCK-CATEGORY-EXIT.
           EXIT.

       ALLOW-CATEGORY.
           MOVE LK-VALUE-1 TO WS-MCC
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
               IF CC-BLOCKED-MCC(WS-IX) = WS-MCC
                  AND WS-MCC NOT = SPACES
                   MOVE WS-IX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               MOVE "NOT-BLOCKED" TO LK-RESULT
               GO TO ALLOW-CATEGORY-EXIT
           END-IF
           MOVE SPACES TO CC-BLOCKED-MCC(WS-SLOT)
           MOVE "CC-BLOCKED-MCC" TO WS-CHANGE-FIELD
           STRING "BLOCK " WS-MCC
               DELIMITED BY SIZE INTO WS-OLD-VALUE
           STRING "ALLOW " WS-MCC
               DELIMITED BY SIZE INTO WS-NEW-VALUE.
       ALLOW-CATEGORY-EXIT.
           EXIT.

      *> A notice that has already run out frees its slot for the
      *> new one.
       ADD-TRAVEL-NOTICE.
           MOVE FUNCTION UPPER-CASE(LK-VALUE-1) TO WS-COUNTRY
           IF WS-COUNTRY IS NOT ALPHABETIC OR WS-COUNTRY(1:1) = SPACE
              OR WS-COUNTRY(2:1) = SPACE
              OR LK-VALUE-1(3:18) NOT = SPACES
               MOVE "BAD-COUNTRY" TO LK-RESULT
               GO TO ADD-TRAVEL-NOTICE-EXIT
           END-IF
           IF LK-VALUE-2(1:8) IS NOT NUMERIC
              OR LK-VALUE-3(1:8) IS NOT NUMERIC
               MOVE "BAD-DATE" TO LK-RESULT
               GO TO ADD-TRAVEL-NOTICE-EXIT
           END-IF
           MOVE LK-VALUE-2(1:8) TO WS-FROM-DATE
           MOVE LK-VALUE-3(1:8) TO WS-TO-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
              OR WS-TO-DATE < WS-FROM-DATE
              OR WS-TO-DATE < WS-BUSINESS-DATE
               MOVE "BAD-DATE" TO LK-RESULT
               GO TO ADD-TRAVEL-NOTICE-EXIT
           END-IF
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               IF (CC-TRAVEL-COUNTRY(WS-IX) = SPACES
                   OR CC-TRAVEL-TO(WS-IX) < WS-BUSINESS-DATE)
                  AND WS-SLOT = 0
                   MOVE WS-IX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               MOVE "TRAVEL-LIST-FULL" TO LK-RESULT
               GO TO ADD-TRAVEL-NOTICE-EXIT
           END-IF
           MOVE WS-COUNTRY TO CC-TRAVEL-COUNTRY(WS-SLOT)
           MOVE WS-FROM-DATE TO CC-TRAVEL-FROM(WS-SLOT)
           MOVE WS-TO-DATE TO CC-TRAVEL-TO(WS-SLOT)
           MOVE "CC-TRAVEL-NOTICE" TO WS-CHANGE-FIELD
           STRING WS-COUNTRY " " WS-FROM-DATE "-" WS-TO-DATE
               DELIMITED BY SIZE INTO WS-NEW-VALUE.
       ADD-TRAVEL-NOTICE-EXIT.
           EXIT.

       CLEAR-TRAVEL-NOTICES.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               MOVE SPACES TO CC-TRAVEL-COUNTRY(WS-IX)
               MOVE 0 TO CC-TRAVEL-FROM(WS-IX) CC-TRAVEL-TO(WS-IX)
           END-PERFORM
           MOVE "CC-TRAVEL-NOTICE" TO WS-CHANGE-FIELD
           MOVE "ALL NOTICES WITHDRAWN" TO WS-NEW-VALUE.
