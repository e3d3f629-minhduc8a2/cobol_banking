      *>  "YEAR-END", "CHARGE-OFF REFERRAL", or the closure reason a
      *>  teller keyed in CLOSE_ACCOUNT.
           05 ARCH-BAL-CLOSE-REASON    PIC X(20).
      *>  Branch that owned the account when it left (its
      *>  BALANCE-REC-BRANCH-CODE). Spaces on rows archived before
      *>  the branch was carried across.
           05 ARCH-BAL-BRANCH-CODE     PIC X(04).
