      *>  Shared layout for PP-EXCEPTION-FILE: presented checks
      *>  CHECK_CLEARING held instead of paying because they did not
      *>  match the customer's positive pay issue on number and
      *>  amount. The customer's pay/return decision is recorded
      *>  against the row (POSITIVE_PAY_LOAD from the decision file,
      *>  or POSITIVE_PAY_MAINT at the counter); POSITIVE_PAY_CUTOFF
      *>  then pays or returns every open row, undecided ones by the
      *>  customer's default rule.
       01 PP-EXCEPTION-RECORD.
           05 PPX-KEY.
               10 PPX-USER-ID      PIC 9(10).
               10 PPX-CHECK-NO     PIC 9(8).
           05 PPX-ACCOUNT-TYPE     PIC X(10).
           05 PPX-PRESENTED-AMOUNT PIC 9(10)V99.
      *>  The amount on the customer's issue row; zero when the check
      *>  number was never issued.
           05 PPX-ISSUED-AMOUNT    PIC 9(10)V99.
           05 PPX-REASON           PIC X(20).
           05 PPX-PRESENTED-DATE   PIC 9(8).
           05 PPX-DECISION         PIC X(01) VALUE SPACE.
               88 PPX-UNDECIDED     VALUE SPACE.
               88 PPX-DECIDED-PAY   VALUE "P".
               88 PPX-DECIDED-RETURN VALUE "R".
           05 PPX-DECISION-DATE    PIC 9(8).
           05 PPX-STATUS           PIC X(01) VALUE "O".
               88 PPX-IS-OPEN       VALUE "O".
               88 PPX-IS-PAID       VALUE "P".
               88 PPX-IS-RETURNED   VALUE "R".
           05 PPX-CLOSED-DATE      PIC 9(8).
