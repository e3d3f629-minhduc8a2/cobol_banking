       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN_RESPONSE.

      *> Campaign response tracking. For every built campaign whose
      *> response window (CMP-START-DATE to CMP-END-DATE) takes in
      *> the business date, each target not yet marked is checked
      *> in balance.db: one who now holds the promoted product has
      *> responded. The response date is the account's first
      *> balance_history.db snapshot (the business date if it has
      *> none yet); an account already open before the campaign
      *> started is not a response to it. Responders are marked in
      *> campaign_targets.db and counted on the campaign, and every
      *> built or closed campaign's take-up to date is reported in
      *> campaign_response.txt (archived). Meant to run daily while
      *> campaigns are live; running it twice in a day changes
      *> nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "campaigns.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS CAMPAIGN-FILE-STATUS.
           SELECT CAMPAIGN-TARGET-FILE ASSIGN TO "campaign_targets.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CAMPAIGN-TARGET-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.
           SELECT CR-REPORT-FILE ASSIGN TO "campaign_response.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE.
       COPY "campaign_record.cpy".

       FD CAMPAIGN-TARGET-FILE.
       COPY "campaign_target_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       FD CR-REPORT-FILE.
       01 CR-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 CAMPAIGN-FILE-STATUS        PIC XX.
       01 CAMPAIGN-TARGET-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 BALANCE-HISTORY-FILE-STATUS PIC XX.
       01 WS-HISTORY-OPEN  PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-IN-WINDOW     PIC 9 VALUE 0.
       01 WS-HOLDS-PRODUCT PIC 9 VALUE 0.
       01 WS-OPENED-DATE   PIC 9(8).
       01 WS-NEW-RESPONSES PIC 9(7).
       01 WS-TOTAL-NEW     PIC 9(7) VALUE 0.
       01 WS-CAMPAIGN-COUNT PIC 9(5) VALUE 0.
       01 WS-RATE          PIC 9(3)V9.
       01 WS-DISP-RATE     PIC ZZ9.9.
       01 WS-DISP-TARGETS  PIC Z(6)9.
       01 WS-DISP-RESP     PIC Z(6)9.
       01 WS-DISP-NEW      PIC Z(6)9.
       01 WS-WINDOW-TEXT   PIC X(7).
       01 WS-ARCH-SOURCE   PIC X(30) VALUE "campaign_response.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "CAMPAIGN-RESPONSE".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Campaign response tracking."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-ARCH-OPERATOR
           OPEN I-O CAMPAIGN-FILE
           IF CAMPAIGN-FILE-STATUS NOT = "00"
               DISPLAY "No campaigns on file."
               GOBACK
           END-IF
           OPEN I-O CAMPAIGN-TARGET-FILE
           IF CAMPAIGN-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "No campaign target lists have been built."
               CLOSE CAMPAIGN-FILE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO WS-HISTORY-OPEN
           END-IF
           OPEN OUTPUT CR-REPORT-FILE
           MOVE SPACES TO CR-REPORT-LINE
           STRING "CAMPAIGN RESPONSE TRACKING  " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           STRING "CAMPAIGN   PROMOTES   WINDOW            STATUS "
               " TARGETS  RESPONSES   RATE%      NEW"
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE LOW-VALUES TO CMP-ID
           START CAMPAIGN-FILE KEY IS >= CMP-ID
               INVALID KEY
                   MOVE "10" TO CAMPAIGN-FILE-STATUS
           END-START
           PERFORM UNTIL CAMPAIGN-FILE-STATUS = "10"
               READ CAMPAIGN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TRACK-CAMPAIGN
                           THRU TRACK-CAMPAIGN-EXIT
               END-READ
           END-PERFORM
           PERFORM PUT-BLANK-LINE
           MOVE WS-TOTAL-NEW TO WS-DISP-NEW
           STRING "New responses recorded today: " WS-DISP-NEW
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           PERFORM PUT-LINE
           CLOSE CR-REPORT-FILE
           CLOSE CAMPAIGN-FILE
           CLOSE CAMPAIGN-TARGET-FILE
           CLOSE BALANCE-DB-FILE
           IF WS-HISTORY-OPEN = 1
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY WS-CAMPAIGN-COUNT " campaign(s) reported - see "
               "campaign_response.txt."
           GOBACK.

      *> Drafts have no list yet; a closed campaign is reported as it
      *> stood but no longer tracked.
       TRACK-CAMPAIGN.
           IF CMP-IS-DRAFT
               GO TO TRACK-CAMPAIGN-EXIT
           END-IF
           ADD 1 TO WS-CAMPAIGN-COUNT
           MOVE 0 TO WS-NEW-RESPONSES
           MOVE 0 TO WS-IN-WINDOW
           IF CMP-IS-BUILT
                   AND WS-BUSINESS-DATE >= CMP-START-DATE
                   AND WS-BUSINESS-DATE <= CMP-END-DATE
               MOVE 1 TO WS-IN-WINDOW
           END-IF
           IF WS-IN-WINDOW = 1
               MOVE CMP-ID TO CT-CAMPAIGN-ID
               MOVE 0 TO CT-USER-ID
               START CAMPAIGN-TARGET-FILE KEY IS >= CT-KEY
                   INVALID KEY
                       MOVE "10" TO CAMPAIGN-TARGET-FILE-STATUS
               END-START
               PERFORM UNTIL CAMPAIGN-TARGET-FILE-STATUS = "10"
                   READ CAMPAIGN-TARGET-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CT-CAMPAIGN-ID NOT = CMP-ID
                       EXIT PERFORM
                   END-IF
                   IF NOT CT-HAS-RESPONDED
                       PERFORM CHECK-TARGET THRU CHECK-TARGET-EXIT
                   END-IF
               END-PERFORM
               IF WS-NEW-RESPONSES > 0
                   ADD WS-NEW-RESPONSES TO CMP-RESPONSE-COUNT
                   REWRITE CAMPAIGN-RECORD
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CMP-IS-CLOSED
                   MOVE "CLOSED" TO WS-WINDOW-TEXT
               WHEN WS-IN-WINDOW = 1
                   MOVE "LIVE" TO WS-WINDOW-TEXT
               WHEN WS-BUSINESS-DATE < CMP-START-DATE
                   MOVE "NOT YET" TO WS-WINDOW-TEXT
               WHEN OTHER
                   MOVE "ENDED" TO WS-WINDOW-TEXT
           END-EVALUATE
           MOVE 0 TO WS-RATE
           IF CMP-TARGET-COUNT > 0
               COMPUTE WS-RATE ROUNDED =
                   CMP-RESPONSE-COUNT * 100 / CMP-TARGET-COUNT
           END-IF
           MOVE WS-RATE TO WS-DISP-RATE
           MOVE CMP-TARGET-COUNT TO WS-DISP-TARGETS
           MOVE CMP-RESPONSE-COUNT TO WS-DISP-RESP
           MOVE WS-NEW-RESPONSES TO WS-DISP-NEW
           STRING CMP-ID " " CMP-PROMOTED-PRODUCT " " CMP-START-DATE
               "-" CMP-END-DATE " " WS-WINDOW-TEXT " "
               WS-DISP-TARGETS "    " WS-DISP-RESP "   "
               WS-DISP-RATE "  " WS-DISP-NEW
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           PERFORM PUT-LINE.
       TRACK-CAMPAIGN-EXIT.
           EXIT.

       CHECK-TARGET.
           MOVE CT-USER-ID TO BALANCE-REC-ID
           MOVE CMP-PROMOTED-PRODUCT TO BALANCE-REC-ACCOUNT-TYPE
           MOVE 1 TO WS-HOLDS-PRODUCT
           READ BALANCE-DB-FILE
               INVALID KEY
                   MOVE 0 TO WS-HOLDS-PRODUCT
           END-READ
           IF WS-HOLDS-PRODUCT = 0
               GO TO CHECK-TARGET-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-OPENED-DATE
           IF WS-HISTORY-OPEN = 1
               MOVE CT-USER-ID TO BH-BALANCE-ID
               MOVE CMP-PROMOTED-PRODUCT TO BH-BALANCE-ACCOUNT-TYPE
               MOVE 0 TO BH-SNAPSHOT-DATE
               START BALANCE-HISTORY-FILE KEY IS >= BH-KEY
                   INVALID KEY
                       MOVE "10" TO BALANCE-HISTORY-FILE-STATUS
               END-START
               IF BALANCE-HISTORY-FILE-STATUS NOT = "10"
                   READ BALANCE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO BALANCE-HISTORY-FILE-STATUS
                   END-READ
               END-IF
               IF BALANCE-HISTORY-FILE-STATUS NOT = "10"
                       AND BH-BALANCE-ID = CT-USER-ID
                       AND BH-BALANCE-ACCOUNT-TYPE
                           = CMP-PROMOTED-PRODUCT
                   MOVE BH-SNAPSHOT-DATE TO WS-OPENED-DATE
               END-IF
           END-IF
           IF WS-OPENED-DATE < CMP-START-DATE
               GO TO CHECK-TARGET-EXIT
           END-IF
           MOVE "Y" TO CT-RESPONDED
           MOVE WS-OPENED-DATE TO CT-RESPONSE-DATE
           REWRITE CAMPAIGN-TARGET-RECORD
           ADD 1 TO WS-NEW-RESPONSES
           ADD 1 TO WS-TOTAL-NEW.
       CHECK-TARGET-EXIT.
           EXIT.

       PUT-BLANK-LINE.
           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE.

       PUT-LINE.
           WRITE CR-REPORT-LINE
           DISPLAY CR-REPORT-LINE
           MOVE SPACES TO CR-REPORT-LINE.
