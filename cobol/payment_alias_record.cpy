      *>  Shared layout for PAYMENT-ALIAS-FILE: the person-to-person
      *>  alias directory. A customer registers the email address or
      *>  mobile number on their USER-DB-RECORD against one of their
      *>  accounts; the alias only resolves once the one-time code
      *>  sent to it has been keyed back. The key is the normalised
      *>  alias (email upper-cased, mobile reduced to its digits -
      *>  NORMALIZE_ALIAS), so no alias can point at two accounts.
      *>  Rows are never deleted: closing the account or archiving
      *>  the customer marks them "D" through DEREGISTER_ALIASES,
      *>  which frees the alias for someone else to register.
       01 PAYMENT-ALIAS-RECORD.
           05 PA-ALIAS              PIC X(40).
           05 PA-KIND               PIC X(01).
               88 PA-IS-EMAIL       VALUE "E".
               88 PA-IS-MOBILE      VALUE "M".
           05 PA-USER-ID            PIC 9(10).
           05 PA-ACCOUNT-TYPE       PIC X(10).
           05 PA-STATUS             PIC X(01).
               88 PA-IS-PENDING     VALUE "P".
               88 PA-IS-ACTIVE      VALUE "A".
               88 PA-IS-DEREGISTERED VALUE "D".
      *>  One-time code and the date it was issued; it is good for
      *>  that day only and for three wrong attempts.
           05 PA-CODE               PIC 9(6).
           05 PA-CODE-DATE          PIC 9(8).
           05 PA-CODE-ATTEMPTS      PIC 9(1).
           05 PA-REGISTERED-DATE    PIC 9(8).
           05 PA-VERIFIED-DATE      PIC 9(8).
           05 PA-DEREGISTERED-DATE  PIC 9(8).
           05 PA-DEREG-REASON       PIC X(20).
