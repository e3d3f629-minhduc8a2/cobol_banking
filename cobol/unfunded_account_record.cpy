      *>  Shared layout for UNFUNDED-ACCOUNT-FILE: one row per
      *>  account ADD_USER opened that UNFUNDED_ACCOUNT_SWEEP has
      *>  found with no credit ever posted, so the funding reminder
      *>  goes out once and the account's fate is on file for
      *>  FUNDING_RATE_REPORT. Keyed by the balance key plus the
      *>  open date, so an account closed and opened again under the
      *>  same key is followed up afresh.
       01 UNFUNDED-ACCOUNT-RECORD.
           05 UF-KEY.
               10 UF-BALANCE-ID     PIC 9(10).
               10 UF-ACCOUNT-TYPE   PIC X(10).
               10 UF-OPEN-DATE      PIC 9(8).
      *>  The owning branch and the operator who keyed the opening
      *>  (TXN-OPERATOR-ID on its ACCOUNT-OPEN row).
           05 UF-BRANCH-CODE        PIC X(04).
           05 UF-OPERATOR-ID        PIC 9(10).
           05 UF-REMINDER-DATE      PIC 9(8) VALUE 0.
           05 UF-STATUS             PIC X(01) VALUE "R".
               88 UF-IS-REMINDED    VALUE "R".
               88 UF-IS-FUNDED      VALUE "F".
               88 UF-IS-CLOSED      VALUE "C".
      *>  Due for closure but left open - overdrawn, frozen or the
      *>  closure failed - for the branch to settle by hand.
               88 UF-IS-REFERRED    VALUE "X".
           05 UF-STATUS-DATE        PIC 9(8) VALUE 0.
