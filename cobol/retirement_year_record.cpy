      *>  Shared layout for RETIREMENT-YEAR-FILE
      *>  (retirement_years.db): one row per customer per tax year of
      *>  their RETIREMENT account. RETIREMENT_MAINT refuses any
      *>  contribution that would take RTY-CONTRIBUTIONS past the
      *>  year's limit (the annual limit, plus the catch-up amount
      *>  when the customer is 50 or over by 31 December of the tax
      *>  year); a return of excess brings it back down. Distribution
      *>  totals are by the calendar year they are paid in.
       01 RETIREMENT-YEAR-RECORD.
           05 RTY-KEY.
               10 RTY-USER-ID       PIC 9(10).
               10 RTY-TAX-YEAR      PIC 9(4).
           05 RTY-CONTRIBUTIONS     PIC 9(10)V99.
           05 RTY-CONTRIB-COUNT     PIC 9(4).
      *>  The limit in force when the last contribution was taken,
      *>  and whether it included the catch-up amount.
           05 RTY-LIMIT             PIC 9(10)V99.
           05 RTY-CATCHUP-FLAG      PIC X(01) VALUE "N".
               88 RTY-HAS-CATCHUP VALUE "Y".
           05 RTY-EXCESS-RETURNED   PIC 9(10)V99.
           05 RTY-DISTRIBUTIONS     PIC 9(10)V99.
           05 RTY-WITHHELD          PIC 9(10)V99.
           05 RTY-DISTRIB-COUNT     PIC 9(4).
