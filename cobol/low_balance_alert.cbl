      *> threshold, joins it to the owning USER-DB-RECORD for name and
      *> contact info, and writes an outreach list so at-risk customers
      *> can be called before they overdraw.
      *> The work is LOW_BALANCE_STEP's; run on its own this job is a
      *> BALANCE_SWEEP pass with only the alert scan switched on, so
      *> it restarts mid-file the same way.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "balance_sweep_jobs.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE ALL "N" TO BSJ-SWITCHES
           MOVE "Y" TO BSJ-LOW-BALANCE
           CALL "BALANCE_SWEEP" USING BSJ-SWITCHES
           GOBACK.
