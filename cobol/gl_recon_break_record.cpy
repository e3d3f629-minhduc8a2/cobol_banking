      *>  Shared layout for GL-RECON-BREAK-FILE: one row per break the
      *>  daily GL_RECONCILE run finds between a GL account and the
      *>  subledger controls mapped to it, keyed by account and the
      *>  business date it was first seen. An open break is carried
      *>  forward - last seen date and current figures refreshed -
      *>  every day the account still does not agree, and is stamped
      *>  cleared on the first day it does. Only a new break goes to
      *>  the exception hub; carrying one forward does not raise it
      *>  again.
       01 GL-RECON-BREAK-RECORD.
           05 GRB-KEY.
               10 GRB-GL-ACCOUNT     PIC 9(6).
               10 GRB-RAISED-DATE    PIC 9(8).
           05 GRB-STATUS             PIC X(01).
               88 GRB-IS-OPEN          VALUE "O".
               88 GRB-IS-CLEARED       VALUE "C".
           05 GRB-FIRST-DIFFERENCE   PIC S9(13)V99.
           05 GRB-LAST-SEEN-DATE     PIC 9(8).
           05 GRB-GL-BALANCE         PIC S9(13)V99.
           05 GRB-SUBLEDGER-TOTAL    PIC S9(13)V99.
           05 GRB-DIFFERENCE         PIC S9(13)V99.
           05 GRB-CLEARED-DATE       PIC 9(8).
