      *>  so the audit trail always says who actually moved the
      *>  money.
           05 TXN-MANDATE-HOLDER  PIC 9(10).
      *>  The operator signed on when the row was posted - zero for
      *>  an unattended batch run - so a teller posting to their own
      *>  or a relative's account shows up on the insider activity
      *>  report.
           05 TXN-OPERATOR-ID     PIC 9(10).
      *>  The branch the movement was keyed at (GET_CURRENT_BRANCH of
      *>  the signed-on operator) - spaces for an unattended batch
      *>  run and the bank's own postings. When it differs from the
      *>  branch owning the account, GL_EXTRACT books the counter
      *>  side of the entry to this branch and balances the two with
      *>  inter-branch due-to / due-from legs.
           05 TXN-BRANCH-CODE     PIC X(04).
