      *>  Shared layout for COLLATERAL-POLICY-FILE: the lending
      *>  policy per collateral type - the highest loan-to-value the
      *>  bank will lend against it and how many months a valuation
      *>  stays good. Types without a row get the standing defaults
      *>  compiled into CHECK_COLLATERAL_LTV.
       01 COLLATERAL-POLICY-RECORD.
           05 CP-COLLATERAL-TYPE  PIC X(01).
           05 CP-MAX-LTV-PCT      PIC 9(3)V99.
           05 CP-REVALUE-MONTHS   PIC 9(3).
