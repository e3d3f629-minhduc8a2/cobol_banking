       01 WS-DELETED-TIME             PIC X(8).
       01 ACCOUNT-HOLDERS-FILE-STATUS PIC XX.

       01 WS-ALIAS-REASON  PIC X(20) VALUE "CUSTOMER DELETED".
       01 WS-ALIAS-ALL-TYPES PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY"------------------------"
                            CALL "LOG_AFTER_IMAGE" USING WS-RJ-FILE
                                WS-RJ-ACTION WS-RJ-KEY WS-RJ-IMAGE
                            DELETE USER-DB-FILE
                            CALL "DEREGISTER_ALIASES" USING
                                USER-REC-ID WS-ALIAS-ALL-TYPES
                                WS-ALIAS-REASON
                            PERFORM DELETE-USER-BALANCES
                               VARYING ACCOUNT-TYPE-IDX FROM 1 BY 1
                               UNTIL ACCOUNT-TYPE-IDX
           MOVE BALANCE-REC-OVERDRAFT-LIMIT
               TO ARCH-BAL-OVERDRAFT-LIMIT
           MOVE "USER DELETED" TO ARCH-BAL-CLOSE-REASON
           MOVE BALANCE-REC-BRANCH-CODE   TO ARCH-BAL-BRANCH-CODE
           MOVE BALANCE-REC-CURRENCY-CODE TO ARCH-BAL-CURRENCY-CODE
           MOVE WS-DELETED-DATE           TO ARCH-BAL-DELETED-DATE
           MOVE WS-DELETED-TIME           TO ARCH-BAL-DELETED-TIME
