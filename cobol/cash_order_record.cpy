      *>  Shared layout for CASH-ORDER-FILE: one row per currency
      *>  order (cash in from the central bank) or shipment (excess
      *>  cash out) between a branch vault and the armored carrier.
      *>  A row is proposed from the vault's denomination counts,
      *>  approved by a supervisor (which puts it on the carrier
      *>  order file), and completed when the carrier delivers or
      *>  collects and the pieces are counted; the counted pieces
      *>  are what move the vault, and the difference from the
      *>  order is carried here as well as raised as an exception.
       01 CASH-ORDER-RECORD.
           05 CO-ID                PIC 9(10).
           05 CO-BRANCH-CODE       PIC X(04).
           05 CO-DIRECTION         PIC X(01).
               88 CO-IS-ORDER      VALUE "I".
               88 CO-IS-SHIPMENT   VALUE "O".
           05 CO-STATUS            PIC X(01).
               88 CO-IS-PROPOSED   VALUE "P".
               88 CO-IS-APPROVED   VALUE "A".
               88 CO-IS-COMPLETED  VALUE "C".
               88 CO-IS-CANCELLED  VALUE "X".
           05 CO-PROPOSED-DATE     PIC 9(8).
           05 CO-PROPOSED-BY       PIC 9(10).
           05 CO-APPROVED-DATE     PIC 9(8).
           05 CO-APPROVED-BY       PIC 9(10).
           05 CO-ORDER-COUNT OCCURS 8 TIMES PIC 9(7).
           05 CO-ORDER-AMOUNT      PIC 9(12)V99.
           05 CO-COMPLETED-DATE    PIC 9(8).
           05 CO-COMPLETED-BY      PIC 9(10).
           05 CO-ACTUAL-COUNT OCCURS 8 TIMES PIC 9(7).
           05 CO-ACTUAL-AMOUNT     PIC 9(12)V99.
      *>  Counted less ordered: negative when the carrier came short.
           05 CO-VARIANCE          PIC S9(12)V99.
