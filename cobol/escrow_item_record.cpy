      *>  Shared layout for ESCROW-ITEM-FILE: the property tax and
      *>  hazard insurance bills an escrowed loan pays on the
      *>  borrower's behalf. Keyed loan-then-line so one loan's items
      *>  read together. Each item is a fixed amount paid to its
      *>  payee every EI-INTERVAL-MONTHS from EI-NEXT-DUE-DATE;
      *>  ESCROW_DISBURSE issues the official check on the due date
      *>  and rolls the date on.
       01 ESCROW-ITEM-RECORD.
           05 EI-KEY.
               10 EI-LOAN-ID         PIC 9(10).
               10 EI-SEQ             PIC 9(02).
      *>  T property tax, I hazard insurance.
           05 EI-TYPE                PIC X(01).
               88 EI-IS-TAX          VALUE "T".
               88 EI-IS-INSURANCE    VALUE "I".
           05 EI-PAYEE               PIC X(30).
      *>  Parcel number or policy number - printed on the check.
           05 EI-PAYEE-REF           PIC X(20).
           05 EI-AMOUNT              PIC 9(8)V99.
           05 EI-INTERVAL-MONTHS     PIC 9(02).
           05 EI-NEXT-DUE-DATE       PIC 9(8).
           05 EI-LAST-PAID-DATE      PIC 9(8).
           05 EI-LAST-PAID-AMOUNT    PIC 9(8)V99.
           05 EI-STATUS              PIC X(01) VALUE "A".
               88 EI-IS-ACTIVE       VALUE "A".
               88 EI-IS-CANCELLED    VALUE "C".
