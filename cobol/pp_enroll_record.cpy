      *>  Shared layout for PP-ENROLL-FILE: the business customers
      *>  signed up for positive pay, one row per user. Only enrolled
      *>  customers have presented checks matched against
      *>  POSITIVE-PAY-FILE. PPE-DEFAULT-DECISION is the rule
      *>  POSITIVE_PAY_CUTOFF applies to an exception the customer
      *>  has not decided by cutoff - return unless the customer
      *>  has chosen pay.
       01 PP-ENROLL-RECORD.
           05 PPE-USER-ID          PIC 9(10).
           05 PPE-ACTIVE           PIC X(01) VALUE "Y".
               88 PPE-IS-ACTIVE     VALUE "Y".
           05 PPE-DEFAULT-DECISION PIC X(01) VALUE "R".
               88 PPE-DEFAULT-PAY    VALUE "P".
               88 PPE-DEFAULT-RETURN VALUE "R".
           05 PPE-ENROLLED-DATE    PIC 9(8).
