      *> settlement arrives or RELEASE_EXPIRED_HOLDS lets it go. One
      *> response line per request goes back to the switch in
      *> card_auth_responses.txt.
      *> The switch may add the merchant category code and the
      *> two-letter country of the merchant ("REQ,cardnumber,amount,
      *> merchant,mcc,country"); a request without a country is
      *> domestic. Before funds are looked at, the request is held
      *> against the customer's own card controls (card_controls.db,
      *> kept by SET_CARD_CONTROL): a locked card, the per-
      *> transaction and daily caps, blocked merchant categories, and
      *> use outside the home country (batch parameter
      *> CARD-HOME-COUNTRY, default US) without a travel notice
      *> covering the business date each decline with their own
      *> reason. Every decline of the run is listed in
      *> card_decline_report.txt, archived as CARD-DECLINES.
      *> A card past its expiry (GET_CARD_EXPIRY) or a replacement
      *> still waiting to be activated is declined before any of it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FH-HOLD-ID
               FILE STATUS IS FUNDS-HOLD-FILE-STATUS.
           SELECT CARD-CONTROLS-FILE ASSIGN TO "card_controls.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-CARD-NUMBER
               FILE STATUS IS CARD-CONTROLS-FILE-STATUS.
           SELECT DECLINE-REPORT-FILE ASSIGN TO
               "card_decline_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNDS-HOLD-FILE.
       COPY "funds_hold_record.cpy".

       FD CARD-CONTROLS-FILE.
       COPY "card_controls_record.cpy".

       FD DECLINE-REPORT-FILE.
       01 CD-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 AUTH-REQUEST-FILE-STATUS PIC XX.
       01 CARD-MASTER-FILE-STATUS  PIC XX.
       01 BALANCE-DB-FILE-STATUS   PIC XX.
       01 FUNDS-HOLD-FILE-STATUS   PIC XX.
       01 CARD-CONTROLS-FILE-STATUS PIC XX.
       01 WS-CSV-LINE      PIC X(80).
       01 WS-REC-TYPE      PIC X(3).
       01 WS-FLD-1         PIC X(20).
       01 WS-FLD-2         PIC X(20).
       01 WS-FLD-3         PIC X(30).
       01 WS-FLD-4         PIC X(20).
       01 WS-FLD-5         PIC X(20).
       01 WS-MCC           PIC X(04).
       01 WS-COUNTRY       PIC X(02).
       01 WS-CARD-NUMBER   PIC 9(16).
       01 WS-AMOUNT        PIC 9(10)V99.
       01 WS-ACTIVE-HOLDS  PIC 9(12)V99 VALUE 0.
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-DATE-INT      PIC 9(9).
       01 WS-EXPIRY-DATE   PIC 9(8).
       01 WS-CARD-EXPIRY   PIC 9(8).
       01 WS-APPROVED-COUNT PIC 9(6) VALUE 0.
       01 WS-DECLINED-COUNT PIC 9(6) VALUE 0.
      *> An authorization that never settles self-releases after
      *> three days via RELEASE_EXPIRED_HOLDS.
       01 WS-AUTH-HOLD-DAYS PIC 9(2) VALUE 3.
       01 WS-CONTROLS-OPEN  PIC 9 VALUE 0.
       01 WS-CONTROLS-FOUND PIC 9 VALUE 0.
       01 WS-HOME-COUNTRY   PIC X(02) VALUE "US".
       01 WS-IX             PIC 9(2) VALUE 0.
       01 WS-COVERED        PIC 9 VALUE 0.
       01 WS-DAY-WOULD-BE   PIC 9(12)V99.
       01 WS-CONTROL-DECLINES PIC 9(6) VALUE 0.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-DISP-AMOUNT   PIC Z(9)9.99.
       01 WS-DISP-COUNT    PIC Z(5)9.
       01 WS-ARCH-SOURCE   PIC X(30)
                           VALUE "card_decline_report.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "CARD-DECLINES".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
               GOBACK
           END-IF
           OPEN OUTPUT AUTH-RESPONSE-FILE
           MOVE "CARD-HOME-COUNTRY" TO WS-PARAM-NAME
           MOVE "US" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           MOVE FUNCTION UPPER-CASE(WS-PARAM-VALUE(1:2))
               TO WS-HOME-COUNTRY
      *>   No controls file yet means no card has any controls.
           OPEN I-O CARD-CONTROLS-FILE
           IF CARD-CONTROLS-FILE-STATUS = "00"
               MOVE 1 TO WS-CONTROLS-OPEN
           END-IF
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-ARCH-OPERATOR
           OPEN OUTPUT DECLINE-REPORT-FILE
           MOVE SPACES TO CD-REPORT-LINE
           STRING "CARD AUTHORIZATION DECLINES - BUSINESS DATE "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CD-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE "CARD NUMBER" TO CD-REPORT-LINE(1:11)
           MOVE "USER ID" TO CD-REPORT-LINE(18:7)
           MOVE "AMOUNT" TO CD-REPORT-LINE(36:6)
           MOVE "MCC" TO CD-REPORT-LINE(43:3)
           MOVE "CT" TO CD-REPORT-LINE(48:2)
           MOVE "MERCHANT" TO CD-REPORT-LINE(51:8)
           MOVE "REASON" TO CD-REPORT-LINE(72:6)
           PERFORM PUT-LINE
           PERFORM UNTIL AUTH-REQUEST-FILE-STATUS = "10"
               READ AUTH-REQUEST-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO WS-REC-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
                   WS-FLD-4 WS-FLD-5
               UNSTRING WS-CSV-LINE
                   DELIMITED BY ","
                   INTO WS-REC-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
                        WS-FLD-4 WS-FLD-5
               IF WS-REC-TYPE = "REQ"
                   PERFORM AUTHORIZE-ONE-REQUEST
               END-IF
           END-PERFORM
           CLOSE AUTH-REQUEST-FILE
           CLOSE AUTH-RESPONSE-FILE
           IF WS-CONTROLS-OPEN = 1
               CLOSE CARD-CONTROLS-FILE
           END-IF
           PERFORM PUT-BLANK-LINE
           MOVE WS-DECLINED-COUNT TO WS-DISP-COUNT
           STRING "Requests declined:          " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CD-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-CONTROL-DECLINES TO WS-DISP-COUNT
           STRING "  of which by card control: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CD-REPORT-LINE
           PERFORM PUT-LINE
           CLOSE DECLINE-REPORT-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Approved: " WS-APPROVED-COUNT
           DISPLAY "Declined: " WS-DECLINED-COUNT
           DISPLAY "Responses written to card_auth_responses.txt"
       AUTHORIZE-ONE-REQUEST.
           MOVE FUNCTION NUMVAL(WS-FLD-1) TO WS-CARD-NUMBER
           MOVE FUNCTION NUMVAL(WS-FLD-2) TO WS-AMOUNT
           MOVE WS-FLD-4 TO WS-MCC
           MOVE FUNCTION UPPER-CASE(WS-FLD-5(1:2)) TO WS-COUNTRY
           MOVE "DECLINED" TO WS-DECISION
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-CONTROLS-FOUND
           PERFORM CHECK-CARD-AND-FUNDS THRU CHECK-CARD-AND-FUNDS-EXIT
           IF WS-DECISION = "APPROVED"
               PERFORM PLACE-AUTH-HOLD THRU PLACE-AUTH-HOLD-EXIT
           END-IF
           IF WS-DECISION = "APPROVED"
               PERFORM RECORD-CONTROL-SPEND
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM REPORT-DECLINE
           END-IF
           MOVE SPACES TO AUTH-RESPONSE-LINE
           STRING "RSP," WS-CARD-NUMBER "," WS-DECISION ","
                   GO TO CHECK-CARD-AND-FUNDS-EXIT
           END-READ
           CLOSE CARD-MASTER-FILE
           IF CARD-IS-PENDING
               MOVE "CARD NOT ACTIVATED" TO WS-REASON
               GO TO CHECK-CARD-AND-FUNDS-EXIT
           END-IF
           IF NOT CARD-IS-ACTIVE
               MOVE "CARD NOT ACTIVE" TO WS-REASON
               GO TO CHECK-CARD-AND-FUNDS-EXIT
           END-IF
           MOVE CARD-EXPIRY-DATE TO WS-CARD-EXPIRY
           CALL "GET_CARD_EXPIRY" USING CARD-ISSUED-DATE
               WS-CARD-EXPIRY
           IF WS-CARD-EXPIRY < WS-BUSINESS-DATE
               MOVE "CARD EXPIRED" TO WS-REASON
               GO TO CHECK-CARD-AND-FUNDS-EXIT
           END-IF
           PERFORM CHECK-CARD-CONTROLS THRU CHECK-CARD-CONTROLS-EXIT
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-CONTROL-DECLINES
               GO TO CHECK-CARD-AND-FUNDS-EXIT
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           MOVE CARD-USER-ID TO BALANCE-REC-ID
           MOVE CARD-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
       CHECK-CARD-AND-FUNDS-EXIT.
           EXIT.

      *> The customer's own controls, tightest first. Leaves
      *> WS-REASON spaces when the request gets past all of them;
      *> the row stays in the record area for RECORD-CONTROL-SPEND.
       CHECK-CARD-CONTROLS.
           IF WS-CONTROLS-OPEN = 0
               GO TO CHECK-CARD-CONTROLS-EXIT
           END-IF
           MOVE WS-CARD-NUMBER TO CC-CARD-NUMBER
           READ CARD-CONTROLS-FILE
               INVALID KEY
                   GO TO CHECK-CARD-CONTROLS-EXIT
           END-READ
           MOVE 1 TO WS-CONTROLS-FOUND
           IF CC-IS-LOCKED
               MOVE "CARD LOCKED BY CUSTOMER" TO WS-REASON
               GO TO CHECK-CARD-CONTROLS-EXIT
           END-IF
           IF CC-TXN-CAP > 0 AND WS-AMOUNT > CC-TXN-CAP
               MOVE "OVER CARD TXN LIMIT" TO WS-REASON
               GO TO CHECK-CARD-CONTROLS-EXIT
           END-IF
           IF CC-DAILY-CAP > 0
               IF CC-SPEND-DATE = WS-BUSINESS-DATE
                   COMPUTE WS-DAY-WOULD-BE =
                       CC-SPEND-TODAY + WS-AMOUNT
               ELSE
                   MOVE WS-AMOUNT TO WS-DAY-WOULD-BE
               END-IF
               IF WS-DAY-WOULD-BE > CC-DAILY-CAP
                   MOVE "OVER CARD DAILY LIMIT" TO WS-REASON
                   GO TO CHECK-CARD-CONTROLS-EXIT
               END-IF
           END-IF
           IF WS-MCC NOT = SPACES
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
                   IF CC-BLOCKED-MCC(WS-IX) = WS-MCC
                       MOVE "MERCHANT CATEGORY BLOCKED" TO WS-REASON
                   END-IF
               END-PERFORM
               IF WS-REASON NOT = SPACES
                   GO TO CHECK-CARD-CONTROLS-EXIT
               END-IF
           END-IF
           IF WS-COUNTRY = SPACES OR WS-COUNTRY = WS-HOME-COUNTRY
               GO TO CHECK-CARD-CONTROLS-EXIT
           END-IF
           MOVE 0 TO WS-COVERED
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               IF CC-TRAVEL-COUNTRY(WS-IX) = WS-COUNTRY
                  AND CC-TRAVEL-FROM(WS-IX) <= WS-BUSINESS-DATE
                  AND CC-TRAVEL-TO(WS-IX) >= WS-BUSINESS-DATE
                   MOVE 1 TO WS-COVERED
               END-IF
           END-PERFORM
           IF WS-COVERED = 0
               MOVE "NO TRAVEL NOTICE" TO WS-REASON
           END-IF.
       CHECK-CARD-CONTROLS-EXIT.
           EXIT.

      *> The approval IS the hold: the card number rides in the
      *> reason so CARD_SETTLE can find this exact authorization
      *> when the settlement file arrives.
           CLOSE FUNDS-HOLD-FILE.
       PLACE-AUTH-HOLD-EXIT.
           EXIT.

      *> An approval counts against the daily cap from the moment
      *> the hold is placed, settled or not.
       RECORD-CONTROL-SPEND.
           IF WS-CONTROLS-FOUND = 1
               IF CC-SPEND-DATE NOT = WS-BUSINESS-DATE
                   MOVE WS-BUSINESS-DATE TO CC-SPEND-DATE
                   MOVE 0 TO CC-SPEND-TODAY
               END-IF
               ADD WS-AMOUNT TO CC-SPEND-TODAY
               REWRITE CARD-CONTROLS-RECORD
           END-IF.

       REPORT-DECLINE.
           IF WS-REASON = "UNKNOWN CARD" OR WS-REASON = "NO CARD MASTER"
               MOVE 0 TO CARD-USER-ID
           END-IF
           MOVE WS-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO CD-REPORT-LINE
           STRING WS-CARD-NUMBER " " CARD-USER-ID " " WS-DISP-AMOUNT
               " " WS-MCC " " WS-COUNTRY
               DELIMITED BY SIZE INTO CD-REPORT-LINE
           MOVE WS-FLD-3(1:20) TO CD-REPORT-LINE(51:20)
           MOVE WS-REASON TO CD-REPORT-LINE(72:29)
           PERFORM PUT-LINE.

       PUT-BLANK-LINE.
           MOVE SPACES TO CD-REPORT-LINE
           WRITE CD-REPORT-LINE.

       PUT-LINE.
           WRITE CD-REPORT-LINE
           DISPLAY CD-REPORT-LINE
           MOVE SPACES TO CD-REPORT-LINE.
