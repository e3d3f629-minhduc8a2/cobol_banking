           05 PRD-MINIMUM-BALANCE   PIC 9(10)V99.
           05 PRD-DEFAULT-OVERDRAFT PIC 9(10)V99.
           05 PRD-DEFAULT-CURRENCY  PIC X(03).
      *>  Lending products only: days of grace after an installment
      *>  falls due, then one late charge per installment - a flat
      *>  amount (F) or a percentage of the installment (P).
           05 PRD-LATE-GRACE-DAYS   PIC 9(3).
           05 PRD-LATE-FEE-TYPE     PIC X(01).
               88 PRD-LATE-FEE-FLAT VALUE "F".
               88 PRD-LATE-FEE-PCT-OF-PMT VALUE "P".
           05 PRD-LATE-FEE-AMOUNT   PIC 9(8)V99.
           05 PRD-LATE-FEE-PCT      PIC 9(2)V99.
      *>  Savings products only: convenience withdrawals and
      *>  transfers out allowed per calendar month (0 = no limit) and
      *>  the fee charged on each one over it.
           05 PRD-WD-LIMIT          PIC 9(3).
           05 PRD-EXCESS-WD-FEE     PIC 9(8)V99.
      *>  Deposit products only: the ALM repricing assumption for a
      *>  balance with no contractual maturity - the percentage of it
      *>  taken to reprice in each bucket of RATE_GAP_REPORT (0-30
      *>  days, 31-90, 91-180, 181-365, 1-3 years, over 3 years). The
      *>  six add to 100; all zero means no assumption has been set
      *>  and the whole balance reprices in the first bucket.
           05 PRD-REPRICE-PCT       PIC 9(3) OCCURS 6 TIMES.
      *>  Deposit products only: the annual debit interest rate
      *>  INTEREST_ACCRUAL charges on an overdrawn month-to-date
      *>  average balance (0 = no debit interest).
           05 PRD-DEBIT-RATE        PIC 9V9(4).
      *>  Goal savings products only: what happens to a withdrawal
      *>  before the goal's release date - blocked outright (B), or
      *>  allowed with a penalty (P) of a percentage of the amount
      *>  taken, never less than the minimum penalty.
           05 PRD-EARLY-WD-RULE     PIC X(01).
               88 PRD-EARLY-WD-BLOCKED VALUE "B".
               88 PRD-EARLY-WD-PENALTY VALUE "P".
           05 PRD-EARLY-WD-PCT      PIC 9(2)V99.
           05 PRD-EARLY-WD-MIN      PIC 9(8)V99.
