      *>  Shared layout for INSIDER-FILE (insiders.db): the bank's
      *>  own people among its customers. Each row ties a customer
      *>  (USER-REC-ID) to a member of staff (OP-ID in operator.db)
      *>  as the operator's own record or a related party they have
      *>  declared - spouse, relative, a business they have an
      *>  interest in - so the nightly INSIDER_ACTIVITY report can
      *>  pick out anything an operator did on those accounts.
      *>  Directors and executive officers are insiders in their own
      *>  right and carry INS-OP-ID zero unless they also sign on;
      *>  INSIDER_LOANS lists the credit extended to every insider
      *>  for the board.
       01 INSIDER-RECORD.
           05 INS-KEY.
               10 INS-USER-ID     PIC 9(10).
               10 INS-OP-ID       PIC 9(10).
           05 INS-RELATION        PIC X(01).
               88 INS-IS-SELF      VALUE "S".
               88 INS-IS-RELATED   VALUE "R".
               88 INS-IS-DIRECTOR  VALUE "D".
               88 INS-IS-OFFICER   VALUE "O".
               88 INS-RELATION-VALID VALUE "S" "R" "D" "O".
      *>  Free-text description of the relationship ("SPOUSE",
      *>  "BROTHER", "CHIEF CREDIT OFFICER").
           05 INS-DESCRIPTION     PIC X(30).
           05 INS-STATUS          PIC X(01) VALUE "A".
               88 INS-IS-ACTIVE    VALUE "A".
               88 INS-IS-ENDED     VALUE "E".
           05 INS-START-DATE      PIC 9(8).
           05 INS-END-DATE        PIC 9(8) VALUE 0.
           05 INS-RECORDED-BY     PIC 9(10).
