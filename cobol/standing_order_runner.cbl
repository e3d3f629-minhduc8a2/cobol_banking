       01 WS-ACTIVE-HOLDS              PIC 9(12)V99 VALUE 0.
       01 WS-AVAILABLE-AFTER           PIC S9(12)V99.
       01 WS-LEDGER-RATE PIC 9(03)V9(6) VALUE 1.
       01 WS-EXCESS-WD-FEE PIC 9(8)V99 VALUE 0.
       01 WS-SENDER-FROZEN             PIC 9 VALUE 0.
       01 WS-LP-TXN-CAP                PIC 9(10)V99.
       01 WS-LP-DAILY-CAP              PIC 9(10)V99.
                           MOVE "C" TO WS-PJ-STATUS-SET
                           PERFORM MARK-POSTING-JOURNAL
                       END-IF
      *>               A scheduled payment out of SAVINGS counts
      *>               against the monthly withdrawal limit.
                       CALL "SAVINGS_WD_COUNT" USING SO-FROM-ID
                           SO-FROM-ACCOUNT-TYPE WS-EXCESS-WD-FEE
                   ELSE
                       DISPLAY "SKIPPED order " SO-ORDER-ID
                           " - insufficient funds"
