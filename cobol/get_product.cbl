           05 LK-PRD-MINIMUM-BALANCE   PIC 9(10)V99.
           05 LK-PRD-DEFAULT-OVERDRAFT PIC 9(10)V99.
           05 LK-PRD-DEFAULT-CURRENCY  PIC X(03).
           05 LK-PRD-LATE-GRACE-DAYS   PIC 9(3).
           05 LK-PRD-LATE-FEE-TYPE     PIC X(01).
           05 LK-PRD-LATE-FEE-AMOUNT   PIC 9(8)V99.
           05 LK-PRD-LATE-FEE-PCT      PIC 9(2)V99.
           05 LK-PRD-WD-LIMIT          PIC 9(3).
           05 LK-PRD-EXCESS-WD-FEE     PIC 9(8)V99.
           05 LK-PRD-REPRICE-PCT       PIC 9(3) OCCURS 6 TIMES.
           05 LK-PRD-DEBIT-RATE        PIC 9V9(4).
           05 LK-PRD-EARLY-WD-RULE     PIC X(01).
           05 LK-PRD-EARLY-WD-PCT      PIC 9(2)V99.
           05 LK-PRD-EARLY-WD-MIN      PIC 9(8)V99.
       01 LK-FOUND PIC 9.

       PROCEDURE DIVISION USING LK-ACCOUNT-TYPE LK-PRODUCT-RECORD
