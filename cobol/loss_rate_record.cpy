      *>  Shared layout for LOSS-RATE-FILE: the loss rate the monthly
      *>  LOAN_LOSS_ALLOWANCE run applies to each risk bucket of each
      *>  portfolio - L the loan book (by LN-REMAINING), O overdrawn
      *>  deposit accounts (by the amount overdrawn). Buckets are
      *>  CURRENT (under 30 days past due), DPD-30, DPD-60, DPD-90
      *>  (90 days and over), MODIFIED (LOAN_MODIFY has touched the
      *>  loan) and BANKRUPT (active case on BANKRUPTCY-FILE).
      *>  LR-RATE is a percentage of the exposure.
       01 LOSS-RATE-RECORD.
           05 LR-KEY.
               10 LR-PORTFOLIO    PIC X(01).
                   88 LR-FOR-LOANS       VALUE "L".
                   88 LR-FOR-OVERDRAFTS  VALUE "O".
               10 LR-BUCKET       PIC X(10).
           05 LR-RATE             PIC 9(3)V99.
           05 LR-DESCRIPTION      PIC X(30).
