      *>  Shared layout for GL-BUDGET-FILE: finance's budget for one
      *>  GL account, period (YYYYMM) and branch, loaded from their
      *>  spreadsheet by GL_BUDGET_LOAD and adjusted on the
      *>  GL_BUDGET_MAINT screen. The amount is signed the way
      *>  GL_TRIAL_BALANCE shows net - debits less credits - so an
      *>  income or liability budget is negative and compares
      *>  directly with the posted actual.
       01 GL-BUDGET-RECORD.
           05 GBU-KEY.
               10 GBU-ACCOUNT     PIC 9(6).
               10 GBU-PERIOD      PIC 9(6).
               10 GBU-BRANCH-CODE PIC X(04).
           05 GBU-AMOUNT          PIC S9(14)V99.
           05 GBU-SOURCE          PIC X(01).
               88 GBU-FROM-LOAD     VALUE "L".
               88 GBU-FROM-SCREEN   VALUE "M".
           05 GBU-UPDATED-DATE    PIC 9(8).
           05 GBU-UPDATED-BY      PIC 9(10).
