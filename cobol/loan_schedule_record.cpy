           05 LS-BALANCE-AFTER    PIC S9(10)V99.
           05 LS-PAID-FLAG        PIC X(01) VALUE "N".
               88 LS-IS-PAID      VALUE "Y".
      *>  Set by LOAN_LATE_CHARGE when the installment is charged
      *>  late, so it is charged once only.
           05 LS-LATE-FEE-FLAG    PIC X(01) VALUE "N".
               88 LS-LATE-CHARGED VALUE "Y".
           05 LS-LATE-FEE-AMOUNT  PIC 9(8)V99.
