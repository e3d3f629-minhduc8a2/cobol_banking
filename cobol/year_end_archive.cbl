       01 WS-SCANNED-COUNT        PIC 9(6) VALUE 0.
       01 ACCOUNT-HOLDERS-FILE-STATUS PIC XX.
       01 WS-OTHER-HOLDERS-COUNT      PIC 9(4) VALUE 0.
       01 WS-ALIAS-REASON  PIC X(20) VALUE "CUSTOMER ARCHIVED".
       01 WS-ALIAS-ALL-TYPES PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
                       VARYING ACCOUNT-TYPE-IDX FROM 1 BY 1
                       UNTIL ACCOUNT-TYPE-IDX > ACCOUNT-TYPE-COUNT
                   DELETE USER-DB-FILE
                   CALL "DEREGISTER_ALIASES" USING USER-REC-ID
                       WS-ALIAS-ALL-TYPES WS-ALIAS-REASON
                   ADD 1 TO WS-ARCHIVED-COUNT
                   MOVE SPACES TO YEAR-END-REPORT-LINE
                   STRING "ARCHIVED: User " USER-REC-ID
           MOVE WS-ARCHIVED-DATE          TO ARCH-BAL-DELETED-DATE
           MOVE WS-ARCHIVED-TIME          TO ARCH-BAL-DELETED-TIME
           MOVE "YEAR-END"                TO ARCH-BAL-CLOSE-REASON
           MOVE BALANCE-REC-BRANCH-CODE   TO ARCH-BAL-BRANCH-CODE
           WRITE BALANCE-ARCHIVE-RECORD
           CLOSE YE-BALANCE-ARCHIVE-FILE.
       ARCHIVE-ONE-BALANCE-EXIT.
