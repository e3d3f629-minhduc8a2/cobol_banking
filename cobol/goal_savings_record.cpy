      *>  Shared layout for GOAL-SAVINGS-FILE: one goal savings (holiday
      *>  club) pot per customer, held in the customer's GOALSAVE
      *>  balance row. The goal is a target amount by a release date;
      *>  GS-ORDER-ID is the standing order that funds the pot from
      *>  CHECKING. On the release date GOAL_RELEASE pays the whole
      *>  pot out to CHECKING and then either re-enrolls the customer
      *>  (the release date moves on GS-CYCLE-MONTHS and the funding
      *>  order keeps running) or closes the pot.
       01 GOAL-SAVINGS-RECORD.
           05 GS-USER-ID            PIC 9(10).
           05 GS-GOAL-NAME          PIC X(30).
           05 GS-TARGET-AMOUNT      PIC 9(10)V99.
           05 GS-RELEASE-DATE       PIC 9(8).
           05 GS-CYCLE-MONTHS       PIC 9(3).
           05 GS-ORDER-ID           PIC 9(10).
           05 GS-FUNDING-AMOUNT     PIC 9(10)V99.
           05 GS-FUNDING-FREQUENCY  PIC X(10).
           05 GS-AT-RELEASE         PIC X(01).
               88 GS-REENROLL          VALUE "R".
               88 GS-CLOSE-AT-RELEASE  VALUE "C".
           05 GS-STATUS             PIC X(01).
               88 GS-IS-ACTIVE         VALUE "A".
               88 GS-IS-CLOSED         VALUE "C".
           05 GS-OPEN-DATE          PIC 9(8).
           05 GS-CYCLE-COUNT        PIC 9(3).
      *>  Early withdrawals taken in the current cycle and the
      *>  penalties charged on them - reset at each release.
           05 GS-EARLY-WD-TOTAL     PIC 9(10)V99.
           05 GS-PENALTY-TOTAL      PIC 9(10)V99.
           05 GS-LAST-RELEASE-DATE  PIC 9(8).
           05 GS-LAST-RELEASE-AMT   PIC 9(10)V99.
           05 GS-CLOSED-DATE        PIC 9(8).
