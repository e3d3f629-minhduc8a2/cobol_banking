       01 WS-SAVED-KEY.
           05 WS-SAVED-ID    PIC 9(10).
           05 WS-SAVED-TYPE  PIC X(10).
       01 WS-SAVED-BRANCH    PIC X(04).
       01 WS-ALIAS-REASON  PIC X(20) VALUE "ESCHEATED".

       PROCEDURE DIVISION.
       MAIN-PARA.
       ESCHEAT-ONE-ACCOUNT.
           MOVE BALANCE-REC-ID TO WS-SAVED-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO WS-SAVED-TYPE
           MOVE BALANCE-REC-BRANCH-CODE TO WS-SAVED-BRANCH
           MOVE BALANCE-REC-BALANCE TO WS-MOVED-AMOUNT
      *>   Debit the dormant account to zero...
           MOVE 0 TO BALANCE-REC-BALANCE
               NOT INVALID KEY
                   DELETE BALANCE-DB-FILE
           END-READ
           CALL "DEREGISTER_ALIASES" USING WS-SAVED-ID WS-SAVED-TYPE
               WS-ALIAS-REASON
           ADD 1 TO WS-ESCHEATED-COUNT
           DISPLAY "Escheated User " WS-SAVED-ID " " WS-SAVED-TYPE
               " amount " WS-MOVED-AMOUNT.
           MOVE WS-BUSINESS-DATE(7:2) TO ARCH-BAL-DELETED-DATE(9:2)
           MOVE SPACES TO ARCH-BAL-DELETED-TIME
           MOVE "ESCHEATED" TO ARCH-BAL-CLOSE-REASON
           MOVE WS-SAVED-BRANCH TO ARCH-BAL-BRANCH-CODE
           WRITE BALANCE-ARCHIVE-RECORD.
       ARCHIVE-ESCHEATED-ACCOUNT-EXIT.
           EXIT.
