      *>  Shared layout for MINOR-FILE (minors.db): one row per
      *>  customer who opened as a minor. The custodian is an
      *>  existing customer who signs for every withdrawal, receives
      *>  the minor's correspondence, and holds full powers over the
      *>  minor's accounts through CHECK_MANDATE. While the row is
      *>  active no debit card is issued and no overdraft limit is
      *>  set on the minor's accounts. MINOR_MAJORITY converts the
      *>  row once the customer reaches MNR-MAJORITY-DATE.
       01 MINOR-RECORD.
           05 MNR-USER-ID        PIC 9(10).
           05 MNR-CUSTODIAN-ID   PIC 9(10).
           05 MNR-MAJORITY-DATE  PIC 9(8).
           05 MNR-OPENED-DATE    PIC 9(8).
           05 MNR-RECORDED-BY    PIC 9(10).
           05 MNR-STATUS         PIC X(01) VALUE "A".
               88 MNR-IS-ACTIVE    VALUE "A".
               88 MNR-IS-CONVERTED VALUE "C".
           05 MNR-CONVERTED-DATE PIC 9(8).
