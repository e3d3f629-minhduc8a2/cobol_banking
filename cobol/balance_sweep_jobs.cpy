      *>  The per-account jobs BALANCE_SWEEP runs in its one pass
      *>  over balance.db, in the order every account goes through
      *>  them - DORMANT_SWEEP last, as it may close the account.
      *>  BSJ-STEP-PROGRAM does that job's work one account at a
      *>  time; the job itself, run on its own, is the same pass
      *>  with only its own switch on. BSJ-RUN(n) switches job n on
      *>  ("Y") or off for a run - BATCH_DRIVER sets the switches
      *>  from each job's own row in the job schedule.
       01 BALANCE-SWEEP-JOBS.
           05 BSJ-JOB-LIST.
               10 FILLER PIC X(20) VALUE "SNAPSHOT_BALANCES".
               10 FILLER PIC X(20) VALUE "SNAPSHOT_STEP".
               10 FILLER PIC X(20) VALUE "RECONCILE_BALANCES".
               10 FILLER PIC X(20) VALUE "RECONCILE_STEP".
               10 FILLER PIC X(20) VALUE "INTEREST_ACCRUAL".
               10 FILLER PIC X(20) VALUE "ACCRUAL_STEP".
               10 FILLER PIC X(20) VALUE "LOW_BALANCE_ALERT".
               10 FILLER PIC X(20) VALUE "LOW_BALANCE_STEP".
               10 FILLER PIC X(20) VALUE "ALERT_GENERATOR".
               10 FILLER PIC X(20) VALUE "ALERT_STEP".
               10 FILLER PIC X(20) VALUE "DORMANT_SWEEP".
               10 FILLER PIC X(20) VALUE "DORMANT_STEP".
           05 BSJ-JOB-TABLE REDEFINES BSJ-JOB-LIST.
               10 BSJ-JOB OCCURS 6 TIMES.
                   15 BSJ-JOB-NAME     PIC X(20).
                   15 BSJ-STEP-PROGRAM PIC X(20).
           05 BSJ-JOB-COUNT PIC 9 VALUE 6.
       01 BSJ-SWITCHES.
           05 BSJ-SNAPSHOT    PIC X(01) VALUE "Y".
           05 BSJ-RECONCILE   PIC X(01) VALUE "Y".
           05 BSJ-ACCRUAL     PIC X(01) VALUE "Y".
           05 BSJ-LOW-BALANCE PIC X(01) VALUE "Y".
           05 BSJ-ALERTS      PIC X(01) VALUE "Y".
           05 BSJ-DORMANT     PIC X(01) VALUE "Y".
       01 BSJ-SWITCH-TABLE REDEFINES BSJ-SWITCHES.
           05 BSJ-RUN PIC X(01) OCCURS 6 TIMES.
