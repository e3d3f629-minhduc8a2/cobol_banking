           05 WS-SAVED-AH-BALANCE-ID PIC 9(10).
           05 WS-SAVED-AH-TYPE       PIC X(10).
           05 WS-SAVED-AH-USER       PIC 9(10).
       01 WS-ALIAS-REASON  PIC X(20) VALUE "CUSTOMER MERGED".
       01 WS-ALIAS-ALL-TYPES PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           WRITE USER-ARCHIVE-RECORD
           CLOSE USER-ARCHIVE-FILE
           MOVE WS-DUPLICATE-ID TO USER-REC-ID
           DELETE USER-DB-FILE
           CALL "DEREGISTER_ALIASES" USING WS-DUPLICATE-ID
               WS-ALIAS-ALL-TYPES WS-ALIAS-REASON.
       ARCHIVE-AND-DELETE-DUPLICATE-EXIT.
           EXIT.
