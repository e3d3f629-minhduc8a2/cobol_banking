      *>  HOLD-ALL suppresses it entirely, and the bad-address flag
      *>  stops mail that is only coming back undeliverable. Every
      *>  suppressed item lands on the suppression report - legally
      *>  required letters are never silently swallowed. The
      *>  marketing opt-out keeps a customer off every campaign target
      *>  list while service letters still go out as above.
       01 CONTACT-PREF-RECORD.
           05 CP-USER-ID     PIC 9(10).
           05 CP-CHANNEL     PIC X(01) VALUE "M".
           05 CP-BAD-ADDRESS PIC X(01) VALUE "N".
               88 CP-ADDRESS-IS-BAD VALUE "Y".
           05 CP-UPDATED-DATE PIC 9(8).
           05 CP-MARKETING-OPT-OUT PIC X(01) VALUE "N".
               88 CP-NO-MARKETING VALUE "Y".
