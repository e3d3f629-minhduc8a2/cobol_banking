      *>  Shared layout for ITEM-FEE-FILE: the per-item fee schedule,
      *>  one row per product (ACCOUNT-TYPE) and transaction type
      *>  that is charged by the item - teller cash, checks paid,
      *>  outbound ACH, wires, card purchases. Each month the
      *>  account gets IFS-FREE-ITEMS of that type free and pays
      *>  IFS-ITEM-FEE for every one after. Maintained through
      *>  PRODUCT_MAINT; FEE_ASSESSMENT counts and charges against it.
       01 ITEM-FEE-RECORD.
           05 IFS-KEY.
               10 IFS-ACCOUNT-TYPE PIC X(10).
               10 IFS-TXN-TYPE     PIC X(15).
           05 IFS-FREE-ITEMS       PIC 9(4).
           05 IFS-ITEM-FEE         PIC 9(8)V99.
           05 IFS-UPDATED-DATE     PIC 9(8).
