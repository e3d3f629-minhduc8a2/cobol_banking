      *>  Shared layout for SAVINGS-WD-FILE: one row per SAVINGS
      *>  account per calendar month of business date, counting the
      *>  convenience withdrawals and transfers out posted through
      *>  SAVINGS_WD_COUNT, how many of them went over the product's
      *>  monthly limit and the excess-withdrawal fees charged.
      *>  SAVINGS_WD_REVIEW reads the last three months to find the
      *>  accounts that keep breaching.
       01 SAVINGS-WD-RECORD.
           05 SWD-KEY.
               10 SWD-USER-ID      PIC 9(10).
               10 SWD-MONTH        PIC 9(6).
           05 SWD-COUNT            PIC 9(5).
           05 SWD-EXCESS-COUNT     PIC 9(5).
           05 SWD-FEES             PIC 9(8)V99.
