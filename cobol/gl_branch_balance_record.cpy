      *>  Shared layout for GL-BRANCH-BALANCE-FILE: GL-BALANCE-FILE
      *>  cut one level finer, by the branch named on each journal
      *>  leg. GL_POST posts every leg to both, so the bank-wide row
      *>  is always the sum of its branch rows for any period posted
      *>  since this file was introduced - GL_BUDGET_VARIANCE reads
      *>  it to put actuals against each branch's budget.
       01 GL-BRANCH-BALANCE-RECORD.
           05 GBB-KEY.
               10 GBB-ACCOUNT     PIC 9(6).
               10 GBB-PERIOD      PIC 9(6).
               10 GBB-BRANCH-CODE PIC X(04).
           05 GBB-DEBITS          PIC 9(14)V99.
           05 GBB-CREDITS         PIC 9(14)V99.
