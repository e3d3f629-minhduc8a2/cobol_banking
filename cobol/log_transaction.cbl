                                     SIGN LEADING SEPARATE.
       01 WS-RJ-BALANCE-X REDEFINES WS-RJ-BALANCE PIC X(13).
       01 WS-MANDATE-HOLDER          PIC 9(10).
       01 WS-OPERATOR-ID             PIC 9(10).
       01 WS-KEYED-BRANCH            PIC X(04).
       01 WS-BATCH-FLAG              PIC X VALUE "N".
       01 TXN-TYPE-FILE-STATUS       PIC XX.
       01 WS-TYPE-OK                 PIC 9 VALUE 1.
       01 WS-SEQ-STATUS              PIC 9 VALUE 1.
       01 WS-DATE-RAW                PIC 9(8).
       01 WS-BD-OPEN-FLAG            PIC 9 VALUE 1.
       01 WS-TIME-RAW                PIC 9(8).
       01 WS-POSTING-OVERRIDE        PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 LK-USER-ID         PIC 9(10).
      *>   business-date control, not the wall clock, so a run that
      *>   slips past midnight still lands on the right business day.
           CALL "GET_BUSINESS_DATE" USING WS-DATE-RAW WS-BD-OPEN-FLAG
      *>   A movement posted after close (the instant payments rail)
      *>   carries the date raised on the posting-date switch.
           CALL "GET_POSTING_DATE" USING WS-POSTING-OVERRIDE
           IF WS-POSTING-OVERRIDE > 0
               MOVE WS-POSTING-OVERRIDE TO WS-DATE-RAW
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           PERFORM OPEN-FILES
           MOVE WS-NEXT-TXN-ID  TO TXN-ID
      *>   acting holder's ID for the audit trail.
           CALL "GET_CURRENT_MANDATE" USING WS-MANDATE-HOLDER
           MOVE WS-MANDATE-HOLDER TO TXN-MANDATE-HOLDER
      *>   And who keyed it. A batch run posts in nobody's name,
      *>   whoever last signed on at the terminal.
           MOVE 0 TO WS-OPERATOR-ID
           MOVE SPACES TO WS-KEYED-BRANCH
           CALL "GET_BATCH_MODE" USING WS-BATCH-FLAG
           IF WS-BATCH-FLAG NOT = "Y"
               CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
               CALL "GET_CURRENT_BRANCH" USING WS-KEYED-BRANCH
           END-IF
           MOVE WS-OPERATOR-ID    TO TXN-OPERATOR-ID
      *>   And where - the counter that took the cash may not be the
      *>   branch that owns the account.
           MOVE WS-KEYED-BRANCH   TO TXN-BRANCH-CODE
           WRITE TRANSACTION-DB-RECORD
           PERFORM CLOSE-FILES
           PERFORM JOURNAL-BALANCE-IMAGE.
