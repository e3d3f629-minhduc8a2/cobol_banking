      *>  Figures a balance sweep step builds up across accounts and
      *>  needs whole at the end of the pass. They live with the
      *>  caller, not the step, so BALANCE_SWEEP can keep them in its
      *>  checkpoint and a restarted pass picks them up where the
      *>  failed one left off.
      *>    RECON  the reconciliation's bank-wide and branch totals;
      *>    ALERT  the customer whose accounts are being tested for
      *>           a BAL-UNDER alert, and whether one fell under.
           05 SCT-CARRIED-TOTALS.
               10 SCT-RECON-COUNT        PIC 9(6).
               10 SCT-RECON-TOTAL        PIC S9(12)V99.
               10 SCT-BRANCH-COUNT       PIC 9(2).
               10 SCT-BRANCH-ENTRY OCCURS 20 TIMES.
                   15 SCT-BT-CODE        PIC X(04).
                   15 SCT-BT-TOTAL       PIC S9(12)V99.
               10 SCT-ALERT-USER         PIC 9(10).
               10 SCT-ALERT-SUBSCRIBED   PIC 9.
               10 SCT-ALERT-THRESHOLD    PIC 9(10)V99.
               10 SCT-ALERT-HIT          PIC 9.
               10 SCT-ALERT-AMOUNT       PIC S9(10)V99.
               10 SCT-ALERT-DETAIL       PIC X(40).
