      *>   A rebate is the bank's own posting, never a mandated
      *>   movement - clear whatever the FD buffer held.
           MOVE 0                  TO TXN-MANDATE-HOLDER
           MOVE WS-OPERATOR-ID     TO TXN-OPERATOR-ID
           MOVE SPACES             TO TXN-BRANCH-CODE
           WRITE TRANSACTION-DB-RECORD
           CLOSE TRANSACTION-DB-FILE.
       WRITE-REBATE-ROW-EXIT.
