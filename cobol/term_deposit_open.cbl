      *> customer's CHECKING account into a TERMDEP balance row, locks
      *> the rate and maturity date in TERM-DEPOSIT-FILE, and posts
      *> both ledger legs so the statement shows the money moving.
      *> The customer gets the rate disclosure for the deposit - the
      *> locked rate and the APY it yields over the term.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NEXT-ACCOUNT-NO PIC 9(10).
       01 WS-CONFIRM        PIC X VALUE "N".
       01 WS-SENDER-FROZEN  PIC 9 VALUE 0.
       01 WS-OWNERS-CLEARED PIC 9 VALUE 1.
       01 WS-ACTIVE-HOLDS   PIC 9(12)V99 VALUE 0.
       01 WS-AVAILABLE-AFTER PIC S9(12)V99.

           DISPLAY "----------------------------"
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           CALL "CHECK_BENEFICIAL_OWNERS" USING WS-USER-ID
               WS-OWNERS-CLEARED
           IF WS-OWNERS-CLEARED = 0
               DISPLAY "Business customer's beneficial owner list is "
                   "not certified - deposit not opened."
               GOBACK
           END-IF
           DISPLAY "Principal amount: "
           ACCEPT WS-PRINCIPAL
           DISPLAY "Locked annual rate (e.g. 0.0300): "
           END-IF
           PERFORM CREDIT-TERMDEP-BALANCE
           PERFORM WRITE-DEPOSIT-MASTER
      *>   The locked rate, its APY over the term and the early
      *>   withdrawal terms go to the customer with the receipt.
           MOVE WS-PRINCIPAL TO WS-TXN-AMOUNT
           CALL "RATE_DISCLOSURE" USING WS-USER-ID WS-TD-ACCOUNT
               WS-TXN-AMOUNT WS-RATE WS-TERM-MONTHS WS-MATURITY-DATE
           DISPLAY "Term deposit #" WS-NEXT-TD-ID " opened for User "
               WS-USER-ID " - " WS-PRINCIPAL " at " WS-RATE
               " maturing " WS-MATURITY-DATE "."
