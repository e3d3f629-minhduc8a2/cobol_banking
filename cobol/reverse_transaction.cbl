       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS     PIC XX.
       01 WS-TARGET-TXN-ID    PIC 9(10).
       01 WS-REVERSING-OP     PIC 9(10) VALUE 0.
       01 WS-ALREADY-REVERSED PIC 9 VALUE 0.
       01 WS-ORIG-USER-ID     PIC 9(10).
       01 WS-ORIG-AMOUNT      PIC S9(10)V99.
      *>   stamped with the ORIGINAL holder's ID. The supervisor
      *>   reverses in their own right, not under a mandate.
           MOVE 0                  TO TXN-MANDATE-HOLDER
           CALL "GET_CURRENT_OPERATOR" USING WS-REVERSING-OP
           MOVE WS-REVERSING-OP    TO TXN-OPERATOR-ID
      *>   TXN-BRANCH-CODE is deliberately left as the original's:
      *>   the reversal must unwind the same inter-branch legs the
      *>   original booked, wherever the supervisor sits.
           WRITE TRANSACTION-DB-RECORD.
       WRITE-REVERSAL-ROW-EXIT.
           EXIT.
