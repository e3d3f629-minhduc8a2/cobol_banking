      *> customer's contact preference. Standing breaches alert once
      *> - the breach flag holds further alerts until the condition
      *> clears.
      *> The work is ALERT_STEP's; run on its own this job is a
      *> BALANCE_SWEEP pass with only the alerts switched on - the
      *> BAL-UNDER test rides the one read of balance.db instead of
      *> a keyed lookup per subscriber.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "balance_sweep_jobs.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE ALL "N" TO BSJ-SWITCHES
           MOVE "Y" TO BSJ-ALERTS
           CALL "BALANCE_SWEEP" USING BSJ-SWITCHES
           GOBACK.
