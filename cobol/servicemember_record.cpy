      *>  Shared layout for SERVICEMEMBER-FILE: one row per customer
      *>  who has given notice of active military duty. While the
      *>  business date is inside SCM-DUTY-START - SCM-DUTY-END (an
      *>  end of zero means still serving) every debt the customer
      *>  took out before the duty start is charged no more than the
      *>  SCRA-RATE-CAP batch parameter - GET_SERVICEMEMBER_CAP is
      *>  where the interest paths ask. SCM-EVIDENCE is what was
      *>  received (orders reference, commanding officer letter).
       01 SERVICEMEMBER-RECORD.
           05 SCM-USER-ID         PIC 9(10).
           05 SCM-DUTY-START      PIC 9(8).
           05 SCM-DUTY-END        PIC 9(8).
           05 SCM-EVIDENCE        PIC X(30).
           05 SCM-NOTICE-DATE     PIC 9(8).
           05 SCM-RECORDED-BY     PIC 9(10).
      *>  A notice that arrives after the duty start is back-dated:
      *>  interest already charged above the cap from the start date
      *>  is refunded through the ledger. SCM-REFUND-FROM -
      *>  SCM-REFUNDED-THRU is the span refunds have already been
      *>  worked for, so a corrected notice only refunds the days not
      *>  already covered. From SCM-NOTICE-DATE on the cap is applied
      *>  as interest is charged, so no refund reaches past it.
           05 SCM-REFUND-FROM     PIC 9(8).
           05 SCM-REFUNDED-THRU   PIC 9(8).
           05 SCM-REFUND-TOTAL    PIC 9(10)V99.
