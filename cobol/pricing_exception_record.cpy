      *>  Shared layout for PRICING-EXC-FILE: the negotiated deals.
      *>  One row per balance.db account (same composite key) carrying
      *>  a rate add-on applied on top of the PRD-TIER-RATE the
      *>  product tiers pick, a negotiated debit interest rate that
      *>  replaces PRD-DEBIT-RATE when PX-DEBIT-RATE-SET is "Y" (zero
      *>  waives debit interest), and/or a monthly-fee waiver, with the
      *>  expiry date and the approving supervisor. Expired rows stop
      *>  applying on their own; the in-force report exists so the
      *>  rest get re-approved annually instead of living forever.
           05 PX-EXPIRY-DATE      PIC 9(8).
           05 PX-APPROVED-BY      PIC 9(10).
           05 PX-GRANTED-DATE     PIC 9(8).
           05 PX-DEBIT-RATE-SET   PIC X(01) VALUE "N".
               88 PX-HAS-DEBIT-RATE VALUE "Y".
           05 PX-DEBIT-RATE       PIC 9V9(4).
