      *>  Shared layout for RETIREMENT-ACTIVITY-FILE
      *>  (retirement_activity.db): one row per contribution to or
      *>  distribution from a RETIREMENT account - the detail behind
      *>  the year totals and the year-end contribution and
      *>  distribution reports TAX_YEAR_END writes.
       01 RETIREMENT-ACTIVITY-RECORD.
           05 RTA-ID              PIC 9(10).
           05 RTA-USER-ID         PIC 9(10).
           05 RTA-KIND            PIC X(01).
               88 RTA-IS-CONTRIBUTION VALUE "C".
               88 RTA-IS-DISTRIBUTION VALUE "D".
      *>  Contributions: the tax year credited, which may be the
      *>  prior year up to the filing cutoff. Distributions: the
      *>  year paid.
           05 RTA-TAX-YEAR        PIC 9(4).
           05 RTA-DATE            PIC 9(8).
           05 RTA-GROSS           PIC 9(10)V99.
           05 RTA-WITHHELD        PIC 9(10)V99.
           05 RTA-WITHHOLD-RATE   PIC 9V9(4).
      *>  Distribution reason: N normal (59 1/2 or over), E early,
      *>  D death, S disability, R direct rollover, X return of an
      *>  excess contribution. Blank on contributions.
           05 RTA-REASON          PIC X(01).
               88 RTA-REASON-VALID VALUE "N" "E" "D" "S" "R" "X".
      *>  Account the money came from or was paid to.
           05 RTA-OTHER-ACCOUNT   PIC X(10).
           05 RTA-OPERATOR-ID     PIC 9(10).
