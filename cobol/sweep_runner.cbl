       01 WS-TXN-TYPE-OUT  PIC X(15) VALUE "SWEEP-OUT".
       01 WS-TXN-TYPE-IN   PIC X(15) VALUE "SWEEP-IN".
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-EXCESS-WD-FEE PIC 9(8)V99 VALUE 0.
       01 WS-SWEPT-COUNT   PIC 9(6) VALUE 0.
       01 WS-NEXT-PJ-ID    PIC 9(10).
       01 WS-PJ-STATUS-SET PIC X(01).
           MOVE "C" TO WS-PJ-STATUS-SET
           PERFORM MARK-POSTING-JOURNAL
           CLOSE BALANCE-DB-FILE
      *>   A sweep out of SAVINGS is a transfer out like any other
      *>   and counts against the monthly withdrawal limit.
           CALL "SAVINGS_WD_COUNT" USING SW-USER-ID WS-FROM-TYPE
               WS-EXCESS-WD-FEE
           ADD 1 TO WS-SWEPT-COUNT
           MOVE 1 TO WS-SWEEP-DONE
           DISPLAY "Swept " WS-SWEEP-AMOUNT " for user "
