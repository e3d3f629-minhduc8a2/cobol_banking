      *> no transaction.db activity for DORMANT-DAYS-THRESHOLD days,
      *> and auto-closes (archives, then removes) any account that was
      *> already flagged dormant on a prior run and still qualifies.
      *> The work is DORMANT_STEP's; run on its own this job is a
      *> BALANCE_SWEEP pass with only the dormancy check switched on,
      *> so it restarts mid-file the same way.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "balance_sweep_jobs.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE ALL "N" TO BSJ-SWITCHES
           MOVE "Y" TO BSJ-DORMANT
           CALL "BALANCE_SWEEP" USING BSJ-SWITCHES
           GOBACK.
