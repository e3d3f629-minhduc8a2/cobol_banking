      *>  uncapitalized rows into a single monthly INTEREST posting -
      *>  so the accrual run is safe to re-execute (a same-day re-run
      *>  REWRITEs its row) and a one-night parker no longer earns a
      *>  whole month's worth. A negative IA-AMOUNT is debit
      *>  interest accrued on an overdrawn average; INTEREST_CAPITALIZE
      *>  charges those as DEBIT-INTEREST, apart from the credits.
       01 INTEREST-ACCRUAL-RECORD.
           05 IA-KEY.
               10 IA-BALANCE-ID    PIC 9(10).
