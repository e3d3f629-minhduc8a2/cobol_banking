      *>  Shared layout for CASH-TARGET-FILE: the denomination mix
      *>  each branch vault should hold after a cash order or
      *>  shipment - slot for slot with DNC-COUNT in
      *>  denom_count_record.cpy. CASH_ORDER proposes an order for
      *>  every slot below target and a shipment for every slot
      *>  above it.
       01 CASH-TARGET-RECORD.
           05 CTG-BRANCH-CODE      PIC X(04).
           05 CTG-TARGET-COUNT OCCURS 8 TIMES PIC 9(7).
           05 CTG-SET-DATE         PIC 9(8).
           05 CTG-SET-BY           PIC 9(10).
