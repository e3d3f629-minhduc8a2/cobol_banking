      *>  Shared layout for COLLATERAL-FILE: what secures a loan. An
      *>  item is pledged against the loan application while it is
      *>  being decided (COL-APP-ID) and LOAN_ORIGINATE stamps the
      *>  booked LN-LOAN-ID on it, so both keys walk the same items.
      *>  The appraised value less any senior liens is what counts
      *>  towards loan-to-value; the valuation date is what the
      *>  monthly collateral review ages against policy.
       01 COLLATERAL-RECORD.
           05 COL-ID              PIC 9(10).
           05 COL-LOAN-ID         PIC 9(10).
           05 COL-APP-ID          PIC 9(10).
      *>  V vehicle, P property, D deposit pledge.
           05 COL-TYPE            PIC X(01).
               88 COL-IS-VEHICLE  VALUE "V".
               88 COL-IS-PROPERTY VALUE "P".
               88 COL-IS-DEPOSIT  VALUE "D".
           05 COL-DESCRIPTION     PIC X(40).
           05 COL-APPRAISED-VALUE PIC 9(10)V99.
           05 COL-VALUATION-DATE  PIC 9(8).
      *>  1 = first charge. A second or later lien carries the
      *>  outstanding senior debt ahead of us in COL-PRIOR-LIENS.
           05 COL-LIEN-POSITION   PIC 9(01).
           05 COL-PRIOR-LIENS     PIC 9(10)V99.
           05 COL-STATUS          PIC X(01) VALUE "A".
               88 COL-IS-ACTIVE   VALUE "A".
               88 COL-IS-RELEASED VALUE "R".
           05 COL-ADDED-DATE      PIC 9(8).
