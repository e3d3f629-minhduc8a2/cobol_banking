      *>  Shared layout for DEPOSITED-CHECK-FILE: one row per check a
      *>  customer deposits through CHECK_DEPOSIT, carrying the bank
      *>  and account the item is drawn on. The availability hold
      *>  only knows the amount; KITING_DETECT needs to see which
      *>  outside accounts keep feeding the balance.
       01 DEPOSITED-CHECK-RECORD.
           05 DCK-ID              PIC 9(10).
           05 DCK-USER-ID         PIC 9(10).
           05 DCK-ACCOUNT-TYPE    PIC X(10).
           05 DCK-DEPOSIT-DATE    PIC 9(8).
           05 DCK-CHECK-REF       PIC X(15).
           05 DCK-AMOUNT          PIC 9(10)V99.
      *>  Drawee routing code (BK-CODE width) and account number as
      *>  printed on the item.
           05 DCK-DRAWEE-BANK     PIC X(11).
           05 DCK-DRAWEE-ACCOUNT  PIC X(17).
      *>  Set by RETURNED_DEPOSITS when the paying bank sends the
      *>  item back unpaid and the depositor has been charged back.
           05 DCK-STATUS          PIC X(01).
               88 DCK-IS-DEPOSITED VALUE "D" " ".
               88 DCK-IS-RETURNED  VALUE "R".
           05 DCK-RETURN-DATE     PIC 9(8).
           05 DCK-RETURN-REASON   PIC X(20).
