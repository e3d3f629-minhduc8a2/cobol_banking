      *> total, flagging any unexplained movement before we open for
      *> business. The prior-day total lives in a small control file
      *> so each run can check itself against the last one.
      *> The work is RECONCILE_STEP's; run on its own this job is a
      *> BALANCE_SWEEP pass with only the reconciliation switched
      *> on, so it restarts mid-file the same way.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "balance_sweep_jobs.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE ALL "N" TO BSJ-SWITCHES
           MOVE "Y" TO BSJ-RECONCILE
           CALL "BALANCE_SWEEP" USING BSJ-SWITCHES
           GOBACK.
