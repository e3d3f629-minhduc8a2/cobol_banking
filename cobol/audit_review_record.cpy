      *>  Shared layout for AUDIT-REVIEW-FILE: one row per item in
      *>  an internal audit sample - the transaction as it stood when
      *>  drawn, the stratum it was drawn from (type, amount band,
      *>  branch and keying operator), why it was picked, and the
      *>  auditor's pass/fail and finding once it has been tested.
       01 AUDIT-REVIEW-RECORD.
           05 AR-KEY.
               10 AR-SAMPLE-ID    PIC 9(10).
               10 AR-SEQ          PIC 9(6).
           05 AR-TXN-ID           PIC 9(10).
           05 AR-TXN-DATE         PIC X(10).
           05 AR-TXN-TIME         PIC X(8).
           05 AR-USER-ID          PIC 9(10).
           05 AR-ACCOUNT-TYPE     PIC X(10).
           05 AR-AMOUNT           PIC S9(10)V99.
           05 AR-REVERSAL-OF      PIC 9(10).
           05 AR-STRATUM.
               10 AR-TXN-TYPE     PIC X(15).
      *>  1 up to AUDIT-BAND-1-MAX, 2 up to AUDIT-BAND-2-MAX, 3 up
      *>  to AUDIT-BAND-3-MAX, 4 above - on the absolute amount.
               10 AR-AMOUNT-BAND  PIC X(01).
               10 AR-BRANCH-CODE  PIC X(04).
               10 AR-OPERATOR-ID  PIC 9(10).
           05 AR-REASON           PIC X(01).
               88 AR-BY-SAMPLING    VALUE "S".
               88 AR-BY-OVERRIDE    VALUE "O".
               88 AR-BY-REVERSAL    VALUE "V".
           05 AR-RESULT           PIC X(01) VALUE SPACE.
               88 AR-IS-PENDING     VALUE SPACE.
               88 AR-IS-PASS        VALUE "P".
               88 AR-IS-FAIL        VALUE "F".
           05 AR-FINDING          PIC X(60).
           05 AR-REVIEWED-BY      PIC 9(10).
           05 AR-REVIEW-DATE      PIC 9(8).
