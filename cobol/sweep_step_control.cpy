      *>  Passed by BALANCE_SWEEP to each per-account step program
      *>  with the current BALANCE-DB-RECORD. SSC-ACTION is START
      *>  once before the first account (open files, write report
      *>  headings), ACCOUNT for every balance row in key order, and
      *>  FINISH once after the last (totals, close, archive). On a
      *>  restart SSC-RESTARTED is "Y" - a step extends the reports
      *>  it would otherwise start afresh. The balance file belongs
      *>  to the sweep: a step that changes the row sets
      *>  SSC-BALANCE-UPDATE and the sweep rewrites or deletes it.
       01 SWEEP-STEP-CONTROL.
           05 SSC-ACTION            PIC X(8).
               88 SSC-START-RUN     VALUE "START".
               88 SSC-ONE-ACCOUNT   VALUE "ACCOUNT".
               88 SSC-FINISH-RUN    VALUE "FINISH".
           05 SSC-RESTARTED         PIC X(01).
               88 SSC-IS-RESTART    VALUE "Y".
           05 SSC-BUSINESS-DATE     PIC 9(8).
           05 SSC-BALANCE-UPDATE    PIC X(01).
               88 SSC-KEEP-BALANCE    VALUE SPACE.
               88 SSC-REWRITE-BALANCE VALUE "R".
               88 SSC-DELETE-BALANCE  VALUE "D".
           COPY "sweep_carried_totals.cpy".
