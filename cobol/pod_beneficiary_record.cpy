      *>  Shared layout for POD-BENEFICIARY-FILE: payable-on-death
      *>  designations on a SAVINGS or TERMDEP row. Keyed on the
      *>  account's BALANCE-REC-KEY plus a line number, so one
      *>  account can name several beneficiaries each with a
      *>  percentage share. When the owner dies ESTATE_SETTLE pays
      *>  the row straight to these people, outside the estate,
      *>  provided the active shares add up to exactly 100%.
       01 POD-BENEFICIARY-RECORD.
           05 POD-KEY.
               10 POD-ACCOUNT-KEY.
                   15 POD-USER-ID       PIC 9(10).
                   15 POD-ACCOUNT-TYPE  PIC X(10).
               10 POD-SEQ               PIC 9(02).
           05 POD-BENEF-NAME        PIC X(30).
      *>  USER-REC-ID when the beneficiary banks with us (the share
      *>  is credited to POD-PAY-ACCOUNT-TYPE); zero for an outside
      *>  beneficiary, whose share is parked on the POD-PAY payable
      *>  row for an official check.
           05 POD-BENEF-USER-ID     PIC 9(10).
           05 POD-PAY-ACCOUNT-TYPE  PIC X(10).
           05 POD-SHARE-PCT         PIC 9(3)V99.
           05 POD-STATUS            PIC X(01) VALUE "A".
               88 POD-IS-ACTIVE     VALUE "A".
               88 POD-IS-REVOKED    VALUE "R".
               88 POD-IS-PAID       VALUE "P".
           05 POD-ADDED-DATE        PIC 9(8).
           05 POD-PAID-DATE         PIC 9(8).
           05 POD-PAID-AMOUNT       PIC 9(10)V99.
