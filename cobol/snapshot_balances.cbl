      *> SUM_TOP_N_BALANCE aren't stuck answering only "what is the
      *> balance now" - a re-run on the same day REWRITEs that day's
      *> row instead of duplicating it.
      *> The work is SNAPSHOT_STEP's; run on its own this job is a
      *> BALANCE_SWEEP pass with only the snapshot switched on, so it
      *> restarts mid-file the same way.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "balance_sweep_jobs.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE ALL "N" TO BSJ-SWITCHES
           MOVE "Y" TO BSJ-SNAPSHOT
           CALL "BALANCE_SWEEP" USING BSJ-SWITCHES
           GOBACK.
