      *>  Shared layout for LOAN-MOD-FILE: one row per modification
      *>  granted on a loan, keyed loan-then-sequence, holding the
      *>  terms before and after - rate, term, installment and the
      *>  principal re-amortized - with the deferral and any
      *>  forbearance window it granted.
       01 LOAN-MOD-RECORD.
           05 LM-KEY.
               10 LM-LOAN-ID         PIC 9(10).
               10 LM-SEQ             PIC 9(02).
           05 LM-USER-ID             PIC 9(10).
           05 LM-MOD-DATE            PIC 9(8).
           05 LM-OPERATOR-ID         PIC 9(10).
           05 LM-REASON              PIC X(40).
           05 LM-DEFERRED-COUNT      PIC 9(3).
           05 LM-EXTEND-MONTHS       PIC 9(3).
           05 LM-REMAINING           PIC S9(10)V99.
           05 LM-OLD-RATE            PIC 9V9(4).
           05 LM-NEW-RATE            PIC 9V9(4).
           05 LM-OLD-TERM            PIC 9(3).
           05 LM-NEW-TERM            PIC 9(3).
           05 LM-OLD-PAYMENT         PIC 9(10)V99.
           05 LM-NEW-PAYMENT         PIC 9(10)V99.
           05 LM-FIRST-NEW-DUE       PIC 9(8).
           05 LM-FORBEAR-START       PIC 9(8).
           05 LM-FORBEAR-END         PIC 9(8).
