      *>  The master file record layouts this build of the programs
      *>  is written for - the version on each file's control record
      *>  in layout_control.db must match before it is opened.
      *>  Layout 1 is each record as the system first shipped it,
      *>  before files carried control records. Whenever a field is
      *>  added to one of these records, the field goes on the END of
      *>  the record (so CONVERT_FILE_LAYOUT can carry every old
      *>  record across unchanged and give the new field its VALUE
      *>  default) and the level here goes up by one. The closed-month
      *>  ledger segments (txn_YYYYMM.db) hold transaction.db records
      *>  and go with TRANSACTION-DB-LAYOUT.
       01 SUPPORTED-FILE-LAYOUTS.
           05 USER-DB-LAYOUT        PIC 9(3) VALUE 2.
           05 BALANCE-DB-LAYOUT     PIC 9(3) VALUE 1.
           05 LOAN-MASTER-LAYOUT    PIC 9(3) VALUE 2.
           05 LOAN-SCHEDULE-LAYOUT  PIC 9(3) VALUE 2.
           05 CARD-MASTER-LAYOUT    PIC 9(3) VALUE 2.
           05 PRODUCT-MASTER-LAYOUT PIC 9(3) VALUE 2.
           05 TRANSACTION-DB-LAYOUT PIC 9(3) VALUE 2.
           05 BALANCE-ARCHIVE-LAYOUT PIC 9(3) VALUE 2.
           05 CONTACT-PREF-LAYOUT   PIC 9(3) VALUE 2.
           05 MONTH-END-LAYOUT      PIC 9(3) VALUE 2.
           05 PAYOFF-QUOTE-LAYOUT   PIC 9(3) VALUE 2.
           05 PRICING-EXC-LAYOUT    PIC 9(3) VALUE 2.
           05 SAFE-BOX-LAYOUT       PIC 9(3) VALUE 2.
