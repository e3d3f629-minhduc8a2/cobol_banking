      *>  Shared layout for ITEM-USAGE-FILE: what FEE_ASSESSMENT
      *>  counted for one account, month and scheduled transaction
      *>  type - the items posted, the free allowance that applied,
      *>  how many were charged and the fee taken. IU-WAIVED-FLAG is
      *>  "Y" when a pricing exception waived the fees, so the count
      *>  is kept even though nothing was charged. STATEMENT_GENERATOR
      *>  and STATEMENT_PRINT_RUN print these rows as the statement's
      *>  item activity.
       01 ITEM-USAGE-RECORD.
           05 IU-KEY.
               10 IU-USER-ID       PIC 9(10).
               10 IU-ACCOUNT-TYPE  PIC X(10).
               10 IU-MONTH         PIC 9(6).
               10 IU-TXN-TYPE      PIC X(15).
           05 IU-ITEM-COUNT        PIC 9(5).
           05 IU-FREE-ITEMS        PIC 9(4).
           05 IU-CHARGED-ITEMS     PIC 9(5).
           05 IU-FEE-CHARGED       PIC 9(8)V99.
           05 IU-WAIVED-FLAG       PIC X(01) VALUE "N".
               88 IU-IS-WAIVED       VALUE "Y".
