      *> snapshots; the rate comes from the product master's tiers.
      *> Re-running for the same business date REWRITEs that date's
      *> rows, so the run is safe to re-execute.
      *> An overdrawn month-to-date average accrues debit interest
      *> the same way, at the rate GET_DEBIT_RATE gives, as a
      *> negative row that INTEREST_CAPITALIZE charges monthly as
      *> DEBIT-INTEREST. Nothing accrues against a customer under an
      *> active bankruptcy case.
      *> The work is ACCRUAL_STEP's; run on its own this job is a
      *> BALANCE_SWEEP pass with only the accrual switched on, so it
      *> restarts mid-file the same way.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "balance_sweep_jobs.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE ALL "N" TO BSJ-SWITCHES
           MOVE "Y" TO BSJ-ACCRUAL
           CALL "BALANCE_SWEEP" USING BSJ-SWITCHES
           GOBACK.
