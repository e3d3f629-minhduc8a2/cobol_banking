      *>  Shared layout for MONTH-END-FILE: one row per business
      *>  month tracking whether each monthly job - interest
      *>  capitalization, fee assessment, ledger rollover, FX
      *>  revaluation, the deposit insurance coverage run, the loan
      *>  loss allowance and business account analysis - has run
      *>  exactly once for it, and whether the month is closed.
      *>  MONTH_END_GUARD stamps (and refuses repeats of) each run;
      *>  END_OF_DAY refuses to roll into a new month until all
      *>  seven have run or a supervisor overrides, and stamps the
      *>  month closed so nothing monthly can ever run against it
      *>  again.
       01 MONTH-END-RECORD.
           05 ME-MONTH           PIC 9(6).
           05 ME-CAP-RUN-DATE    PIC 9(8).
               88 ME-IS-CLOSED VALUE "C".
           05 ME-CLOSED-DATE     PIC 9(8).
           05 ME-OVERRIDE-FLAG   PIC X(01) VALUE "N".
           05 ME-DICOVER-RUN-DATE PIC 9(8).
           05 ME-ALLOWANCE-RUN-DATE PIC 9(8).
           05 ME-ANALYSIS-RUN-DATE PIC 9(8).
