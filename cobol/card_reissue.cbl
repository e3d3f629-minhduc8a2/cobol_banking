       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD_REISSUE.

      *> Monthly debit card reissue. Every Active card on
      *> card_master.db expiring within CARD-REISSUE-DAYS (60) of the
      *> business date - or already past it - and not yet replaced
      *> gets a replacement card, provided the account it spends
      *> from is still open and not dormant, not frozen (CHECK_FREEZE)
      *> and its holder not deceased. The replacement is numbered as
      *> CARD_MAINT numbers cards, carries a fresh expiry from
      *> GET_CARD_EXPIRY and is written Pending; the old card keeps
      *> working until the customer activates the new one
      *> (ACTIVATE_CARD, at the counter or online), which switches
      *> the old one off. A run again in the same month picks up
      *> nothing twice - the old card remembers its replacement.
      *> The replacements go to the card embosser and mailer in
      *> card_embosser.txt, pipe-delimited:
      *>   HDR|run date|reissue window days
      *>   CRD|new card|expiry MM/YY|name|address|user|account type
      *>   TRL|cards
      *> and every card considered, reissued or passed over with its
      *> reason, is listed in card_reissue_report.txt, archived as
      *> CARD-REISSUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE ASSIGN TO "card_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS CARD-MASTER-FILE-STATUS.
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
           SELECT EMBOSSER-FILE ASSIGN TO "card_embosser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REISSUE-REPORT-FILE ASSIGN TO
               "card_reissue_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-MASTER-FILE.
       COPY "card_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD EMBOSSER-FILE.
       01 EMBOSSER-LINE    PIC X(200).

       FD REISSUE-REPORT-FILE.
       01 RR-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 CARD-MASTER-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS  PIC XX.
       01 USER-DB-FILE-STATUS     PIC XX.
       01 WS-BALANCE-OPEN  PIC 9 VALUE 0.
       01 WS-USER-OPEN     PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-WINDOW-DAYS   PIC 9(3) VALUE 60.
       01 WS-HORIZON-DATE  PIC 9(8).
       01 WS-EXPIRY-DATE   PIC 9(8).
      *> Cards due, gathered on the first pass so the replacements
      *> are not written into the file while it is being read.
       01 WS-DUE-COUNT     PIC 9(4) VALUE 0.
       01 WS-DUE-TABLE.
           05 WS-DUE-CARD OCCURS 2000 TIMES PIC 9(16).
       01 WS-DUE-IX        PIC 9(4).
       01 WS-TABLE-FULL    PIC 9 VALUE 0.
      *> The card in hand on the second pass.
       01 WS-OLD-CARD      PIC 9(16).
       01 WS-OLD-EXPIRY    PIC 9(8).
       01 WS-NEW-CARD      PIC 9(16).
       01 WS-NEW-EXPIRY    PIC 9(8).
       01 WS-NEXT-CARD-SEQ PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
      *> The BIN-style prefix CARD_MAINT issues under.
       01 WS-CARD-PREFIX   PIC 9(6) VALUE 599999.
       01 WS-ACCOUNT-FROZEN PIC 9 VALUE 0.
       01 WS-HOLDER-NAME   PIC X(30).
       01 WS-HOLDER-ADDRESS PIC X(50).
       01 WS-SKIP-REASON   PIC X(20).
       01 WS-EMBOSS-EXPIRY PIC X(05).
      *> Run totals.
       01 WS-DUE-TOTAL     PIC 9(6) VALUE 0.
       01 WS-REISSUED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-DISP-COUNT    PIC Z(5)9.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-ARCH-SOURCE   PIC X(30)
                           VALUE "card_reissue_report.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "CARD-REISSUE".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Debit card reissue run."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE "CARD-REISSUE-DAYS" TO WS-PARAM-NAME
           MOVE "60" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               + WS-WINDOW-DAYS)
           OPEN I-O CARD-MASTER-FILE
           IF CARD-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "No cards on file - nothing to reissue."
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-BALANCE-OPEN
           END-IF
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-USER-OPEN
           END-IF
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-ARCH-OPERATOR
           MOVE 0 TO CARD-NUMBER
           START CARD-MASTER-FILE KEY IS >= CARD-NUMBER
               INVALID KEY
                   MOVE "10" TO CARD-MASTER-FILE-STATUS
           END-START
           PERFORM UNTIL CARD-MASTER-FILE-STATUS = "10"
               READ CARD-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM SELECT-ONE-CARD
                           THRU SELECT-ONE-CARD-EXIT
               END-READ
           END-PERFORM
           OPEN OUTPUT EMBOSSER-FILE
           MOVE SPACES TO EMBOSSER-LINE
           STRING "HDR|" WS-BUSINESS-DATE "|" WS-WINDOW-DAYS
               DELIMITED BY SIZE INTO EMBOSSER-LINE
           WRITE EMBOSSER-LINE
           OPEN OUTPUT REISSUE-REPORT-FILE
           MOVE SPACES TO RR-REPORT-LINE
           STRING "DEBIT CARD REISSUE - BUSINESS DATE "
               WS-BUSINESS-DATE " - CARDS EXPIRING BY "
               WS-HORIZON-DATE
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE "OLD CARD" TO RR-REPORT-LINE(1:8)
           MOVE "EXPIRES" TO RR-REPORT-LINE(18:7)
           MOVE "USER ID" TO RR-REPORT-LINE(27:7)
           MOVE "TYPE" TO RR-REPORT-LINE(38:4)
           MOVE "NEW CARD" TO RR-REPORT-LINE(49:8)
           MOVE "EXPIRES" TO RR-REPORT-LINE(66:7)
           MOVE "NOT REISSUED" TO RR-REPORT-LINE(75:12)
           PERFORM PUT-LINE
           PERFORM REISSUE-ONE-CARD THRU REISSUE-ONE-CARD-EXIT
               VARYING WS-DUE-IX FROM 1 BY 1
               UNTIL WS-DUE-IX > WS-DUE-COUNT
           CLOSE CARD-MASTER-FILE
           IF WS-BALANCE-OPEN = 1
               CLOSE BALANCE-DB-FILE
           END-IF
           IF WS-USER-OPEN = 1
               CLOSE USER-DB-FILE
           END-IF
           MOVE SPACES TO EMBOSSER-LINE
           STRING "TRL|" WS-REISSUED-COUNT
               DELIMITED BY SIZE INTO EMBOSSER-LINE
           WRITE EMBOSSER-LINE
           CLOSE EMBOSSER-FILE
           PERFORM PUT-BLANK-LINE
           MOVE WS-DUE-TOTAL TO WS-DISP-COUNT
           STRING "Cards due for reissue:  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-REISSUED-COUNT TO WS-DISP-COUNT
           STRING "Replacements issued:    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-DISP-COUNT
           STRING "Not reissued:           " WS-DISP-COUNT
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           PERFORM PUT-LINE
           IF WS-TABLE-FULL = 1
               STRING "*** Run limit reached - remaining cards are "
                   "picked up by the next run."
                   DELIMITED BY SIZE INTO RR-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           CLOSE REISSUE-REPORT-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " DAYS=" WS-WINDOW-DAYS
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Embosser file written to card_embosser.txt"
           GOBACK.

      *> Active, not already replaced, and expiring inside the
      *> window. Pending replacements are never Active, so a card
      *> written by this run is never picked up by it.
       SELECT-ONE-CARD.
           IF NOT CARD-IS-ACTIVE OR CARD-REPLACED-BY NOT = 0
               GO TO SELECT-ONE-CARD-EXIT
           END-IF
           MOVE CARD-EXPIRY-DATE TO WS-EXPIRY-DATE
           CALL "GET_CARD_EXPIRY" USING CARD-ISSUED-DATE
               WS-EXPIRY-DATE
           IF WS-EXPIRY-DATE > WS-HORIZON-DATE
               GO TO SELECT-ONE-CARD-EXIT
           END-IF
           IF WS-DUE-COUNT >= 2000
               MOVE 1 TO WS-TABLE-FULL
               GO TO SELECT-ONE-CARD-EXIT
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE CARD-NUMBER TO WS-DUE-CARD (WS-DUE-COUNT).
       SELECT-ONE-CARD-EXIT.
           EXIT.

       REISSUE-ONE-CARD.
           MOVE WS-DUE-CARD (WS-DUE-IX) TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   GO TO REISSUE-ONE-CARD-EXIT
           END-READ
           ADD 1 TO WS-DUE-TOTAL
           MOVE CARD-NUMBER TO WS-OLD-CARD
           MOVE CARD-EXPIRY-DATE TO WS-OLD-EXPIRY
           CALL "GET_CARD_EXPIRY" USING CARD-ISSUED-DATE
               WS-OLD-EXPIRY
           MOVE 0 TO WS-NEW-CARD
           MOVE 0 TO WS-NEW-EXPIRY
           PERFORM CHECK-ELIGIBLE THRU CHECK-ELIGIBLE-EXIT
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM REPORT-CARD
               GO TO REISSUE-ONE-CARD-EXIT
           END-IF
           CALL "GET_NEXT_SEQ" USING "CARD-NUMBER         "
                                      WS-NEXT-CARD-SEQ WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               MOVE "NO CARD NUMBER" TO WS-SKIP-REASON
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM REPORT-CARD
               GO TO REISSUE-ONE-CARD-EXIT
           END-IF
           COMPUTE WS-NEW-CARD =
               WS-CARD-PREFIX * 10000000000 + WS-NEXT-CARD-SEQ
           CALL "GET_CARD_EXPIRY" USING WS-BUSINESS-DATE
               WS-NEW-EXPIRY
           MOVE WS-NEW-CARD      TO CARD-NUMBER
           MOVE WS-BUSINESS-DATE TO CARD-ISSUED-DATE
           MOVE "P"              TO CARD-STATUS
           MOVE WS-NEW-EXPIRY    TO CARD-EXPIRY-DATE
           MOVE WS-OLD-CARD      TO CARD-REPLACES
           MOVE 0                TO CARD-REPLACED-BY
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   MOVE "CARD NUMBER IN USE" TO WS-SKIP-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM REPORT-CARD
                   GO TO REISSUE-ONE-CARD-EXIT
           END-WRITE
      *>   The old card remembers its replacement (and its expiry,
      *>   if it was issued before expiries were kept).
           MOVE WS-OLD-CARD TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-OLD-EXPIRY TO CARD-EXPIRY-DATE
                   MOVE WS-NEW-CARD TO CARD-REPLACED-BY
                   REWRITE CARD-MASTER-RECORD
           END-READ
           ADD 1 TO WS-REISSUED-COUNT
           PERFORM WRITE-EMBOSSER-RECORD
           PERFORM REPORT-CARD.
       REISSUE-ONE-CARD-EXIT.
           EXIT.

      *> Leaves WS-SKIP-REASON spaces when the card may be reissued,
      *> with the holder's name and address ready for the mailer.
       CHECK-ELIGIBLE.
           MOVE SPACES TO WS-SKIP-REASON WS-HOLDER-NAME
               WS-HOLDER-ADDRESS
           IF WS-BALANCE-OPEN = 0
               MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
               GO TO CHECK-ELIGIBLE-EXIT
           END-IF
           MOVE CARD-USER-ID TO BALANCE-REC-ID
           MOVE CARD-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE
               INVALID KEY
                   MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
                   GO TO CHECK-ELIGIBLE-EXIT
           END-READ
           IF BALANCE-REC-DORMANT-FLAG = "Y"
               MOVE "ACCOUNT DORMANT" TO WS-SKIP-REASON
               GO TO CHECK-ELIGIBLE-EXIT
           END-IF
           IF WS-USER-OPEN = 1
               MOVE CARD-USER-ID TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       MOVE "NO CUSTOMER RECORD" TO WS-SKIP-REASON
                   NOT INVALID KEY
                       MOVE USER-REC-NAME TO WS-HOLDER-NAME
                       MOVE USER-REC-ADDRESS TO WS-HOLDER-ADDRESS
                       IF USER-IS-DECEASED
                           MOVE "CUSTOMER DECEASED" TO WS-SKIP-REASON
                       END-IF
               END-READ
               IF WS-SKIP-REASON NOT = SPACES
                   GO TO CHECK-ELIGIBLE-EXIT
               END-IF
           END-IF
           IF WS-HOLDER-ADDRESS = SPACES
               MOVE "NO MAILING ADDRESS" TO WS-SKIP-REASON
               GO TO CHECK-ELIGIBLE-EXIT
           END-IF
           CALL "CHECK_FREEZE" USING CARD-USER-ID CARD-ACCOUNT-TYPE
               WS-ACCOUNT-FROZEN
           IF WS-ACCOUNT-FROZEN = 1
               MOVE "ACCOUNT FROZEN" TO WS-SKIP-REASON
           END-IF.
       CHECK-ELIGIBLE-EXIT.
           EXIT.

       WRITE-EMBOSSER-RECORD.
           MOVE SPACES TO WS-EMBOSS-EXPIRY
           STRING WS-NEW-EXPIRY(5:2) "/" WS-NEW-EXPIRY(3:2)
               DELIMITED BY SIZE INTO WS-EMBOSS-EXPIRY
           MOVE SPACES TO EMBOSSER-LINE
           STRING "CRD|" WS-NEW-CARD "|" WS-EMBOSS-EXPIRY "|"
               WS-HOLDER-NAME "|" WS-HOLDER-ADDRESS "|"
               CARD-USER-ID "|" CARD-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO EMBOSSER-LINE
           WRITE EMBOSSER-LINE.

       REPORT-CARD.
           MOVE SPACES TO RR-REPORT-LINE
           STRING WS-OLD-CARD " " WS-OLD-EXPIRY " " CARD-USER-ID " "
               CARD-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO RR-REPORT-LINE
           IF WS-NEW-CARD NOT = 0 AND WS-SKIP-REASON = SPACES
               STRING WS-NEW-CARD " " WS-NEW-EXPIRY
                   DELIMITED BY SIZE INTO RR-REPORT-LINE(49:25)
           END-IF
           MOVE WS-SKIP-REASON TO RR-REPORT-LINE(75:20)
           PERFORM PUT-LINE.

       PUT-BLANK-LINE.
           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       PUT-LINE.
           WRITE RR-REPORT-LINE
           DISPLAY RR-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE.
