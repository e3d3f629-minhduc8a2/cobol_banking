      *>  Shared layout for RATE-PROPOSAL-FILE: one row per deposit
      *>  product with the tier structure the rate committee is
      *>  weighing for it - the PRD-RATE-TIER layout of
      *>  product_record.cpy - and how far it has got. RATE_SIMULATION
      *>  enters the proposal, prices it against the balance history
      *>  (the last run's totals are kept here) and records the
      *>  approval and the date it takes effect; RATE_PROPOSAL_APPLY
      *>  copies approved tiers into product_master.db once that date
      *>  comes. Changing the tiers clears the simulation, and a
      *>  proposal can not be approved until it has been simulated.
       01 RATE-PROPOSAL-RECORD.
           05 RP-ACCOUNT-TYPE         PIC X(10).
           05 RP-RATE-TIER OCCURS 3 TIMES.
               10 RP-TIER-LIMIT       PIC 9(10)V99.
               10 RP-TIER-RATE        PIC 9V9(4).
           05 RP-STATUS               PIC X(01).
               88 RP-IS-PROPOSED         VALUE "P".
               88 RP-IS-APPROVED         VALUE "A".
               88 RP-IS-APPLIED          VALUE "D".
               88 RP-IS-WITHDRAWN        VALUE "W".
           05 RP-PROPOSED-BY          PIC 9(10).
           05 RP-PROPOSED-DATE        PIC 9(8).
           05 RP-SIM-DATE             PIC 9(8).
           05 RP-SIM-MONTHS           PIC 9(2).
           05 RP-SIM-CURRENT          PIC S9(12)V99.
           05 RP-SIM-PROPOSED         PIC S9(12)V99.
           05 RP-SIM-MOVED            PIC 9(7).
           05 RP-APPROVED-BY          PIC 9(10).
           05 RP-APPROVED-DATE        PIC 9(8).
           05 RP-EFFECTIVE-DATE       PIC 9(8).
           05 RP-APPLIED-DATE         PIC 9(8).
