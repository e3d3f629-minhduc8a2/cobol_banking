      *>  Shared layout for ANALYSIS-PRICE-FILE: the service price
      *>  table business account analysis charges from, one row per
      *>  service. The service code is the TXN-TYPE whose monthly
      *>  volume is priced (DEPOSIT, CHECK-PAID, ACH-DEBIT, WIRE-OUT
      *>  ...), or MAINTENANCE for the flat per-account charge, which
      *>  always has a volume of one. Maintained by
      *>  ANALYSIS_PRICE_MAINT; ACCOUNT_ANALYSIS reads it.
       01 ANALYSIS-PRICE-RECORD.
           05 AP-SERVICE-CODE      PIC X(15).
           05 AP-DESCRIPTION       PIC X(25).
           05 AP-UNIT-PRICE        PIC 9(4)V9(4).
           05 AP-UPDATED-DATE      PIC 9(8).
