       01 WS-SUSPENSE-ID   PIC 9(10) VALUE 0.
       01 WS-RECOVERY-TYPE PIC X(10) VALUE "RECOVERIES".
       01 WS-DELETED-DATE  PIC X(10).
       01 WS-ALIAS-REASON  PIC X(20) VALUE "CHARGED OFF".

       PROCEDURE DIVISION.
       MAIN-PARA.
               INVALID KEY
                   CONTINUE
           END-DELETE
           CALL "DEREGISTER_ALIASES" USING WS-USER-ID WS-ACCOUNT-TYPE
               WS-ALIAS-REASON
           CLOSE BALANCE-DB-FILE
           PERFORM OPEN-RECOVERY-RECORD
           DISPLAY "Account charged off - loss " WS-LOSS-AMOUNT
           MOVE WS-DELETED-DATE TO ARCH-BAL-DELETED-DATE
           MOVE SPACES TO ARCH-BAL-DELETED-TIME
           MOVE "CHARGED OFF" TO ARCH-BAL-CLOSE-REASON
           MOVE BALANCE-REC-BRANCH-CODE TO ARCH-BAL-BRANCH-CODE
           WRITE BALANCE-ARCHIVE-RECORD
           CLOSE BALANCE-ARCHIVE-FILE.
       ARCHIVE-THE-ACCOUNT-EXIT.
