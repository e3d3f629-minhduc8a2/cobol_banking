      *>  Shared layout for OD-WORKQUEUE-FILE: the supervisor work
      *>  queue OD_COLLECTIONS keeps, one row per overdrawn account
      *>  with how long it has run, its aging bucket and whether it
      *>  is being worked, referred for charge-off or held back for
      *>  forbearance. LOAN_LOSS_ALLOWANCE reads the days overdrawn.
       01 OD-WORKQUEUE-RECORD.
           05 OW-KEY.
               10 OW-USER-ID      PIC 9(10).
               10 OW-ACCOUNT-TYPE PIC X(10).
           05 OW-DAYS-OVERDRAWN   PIC 9(5).
           05 OW-BUCKET           PIC X(6).
           05 OW-BALANCE          PIC S9(10)V99.
           05 OW-STATUS           PIC X(01).
               88 OW-IS-OPEN      VALUE "O".
               88 OW-IS-REFERRED  VALUE "R".
               88 OW-IS-FORBORNE  VALUE "F".
