      *> explained movement, not a fake discrepancy; only the
      *> history and the accruals are rewritten in place. Old versus
      *> new accrual per touched day goes to the adjustment report.
      *> A day whose corrected average is overdrawn is re-priced as
      *> debit interest (a negative row) at the GET_DEBIT_RATE rate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-PRD-MINIMUM-BALANCE   PIC 9(10)V99.
           05 WS-PRD-DEFAULT-OVERDRAFT PIC 9(10)V99.
           05 WS-PRD-DEFAULT-CURRENCY  PIC X(03).
           05 WS-PRD-LATE-GRACE-DAYS   PIC 9(3).
           05 WS-PRD-LATE-FEE-TYPE     PIC X(01).
           05 WS-PRD-LATE-FEE-AMOUNT   PIC 9(8)V99.
           05 WS-PRD-LATE-FEE-PCT      PIC 9(2)V99.
           05 WS-PRD-WD-LIMIT          PIC 9(3).
           05 WS-PRD-EXCESS-WD-FEE     PIC 9(8)V99.
           05 WS-PRD-REPRICE-PCT       PIC 9(3) OCCURS 6 TIMES.
           05 WS-PRD-DEBIT-RATE        PIC 9V9(4).
           05 WS-PRD-EARLY-WD-RULE     PIC X(01).
           05 WS-PRD-EARLY-WD-PCT      PIC 9(2)V99.
           05 WS-PRD-EARLY-WD-MIN      PIC 9(8)V99.
       01 WS-PRODUCT-FOUND PIC 9 VALUE 0.
       01 WS-EXC-RATE-ADDON PIC 9V9(4).
       01 WS-EXC-FEE-WAIVED PIC X(01).
       01 WS-EXC-FOUND     PIC 9 VALUE 0.
       01 WS-DEBIT-RATE    PIC 9V9(4).
       01 WS-IN-BANKRUPTCY PIC 9 VALUE 0.
       01 WS-CONFIRM       PIC X VALUE "N".

       PROCEDURE DIVISION.
           MOVE IA-AMOUNT TO WS-OLD-AMOUNT
           MOVE IA-ACCRUAL-DATE TO WS-TARGET-DATE
           PERFORM AVERAGE-TO-TARGET-DATE
           EVALUATE TRUE
               WHEN WS-AVG-BALANCE > 0
                   PERFORM PICK-PRODUCT-RATE
                   COMPUTE WS-DAILY-RATE = WS-APPLIED-RATE / 365
                   COMPUTE WS-NEW-AMOUNT ROUNDED =
                       WS-AVG-BALANCE * WS-DAILY-RATE
               WHEN WS-AVG-BALANCE < 0
                   PERFORM PICK-DEBIT-RATE
                   COMPUTE WS-DAILY-RATE = WS-DEBIT-RATE / 365
                   COMPUTE WS-NEW-AMOUNT ROUNDED =
                       WS-AVG-BALANCE * WS-DAILY-RATE
               WHEN OTHER
                   MOVE 0 TO WS-NEW-AMOUNT
           END-EVALUATE
           MOVE WS-NEW-AMOUNT TO IA-AMOUNT
           REWRITE INTEREST-ACCRUAL-RECORD
           ADD 1 TO WS-ACCRUALS-REDONE
           IF WS-EXC-FOUND = 1 AND WS-EXC-RATE-ADDON > 0
               ADD WS-EXC-RATE-ADDON TO WS-APPLIED-RATE
           END-IF.

      *> Same overdraft pricing as the nightly run, including its
      *> silence under a bankruptcy stay.
       PICK-DEBIT-RATE.
           MOVE 0 TO WS-DEBIT-RATE
           CALL "CHECK_BANKRUPTCY" USING WS-USER-ID WS-IN-BANKRUPTCY
           IF WS-IN-BANKRUPTCY = 0
               CALL "GET_DEBIT_RATE" USING WS-USER-ID WS-ACCOUNT-TYPE
                   WS-TARGET-DATE WS-DEBIT-RATE
           END-IF.
