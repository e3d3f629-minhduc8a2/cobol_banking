      *>  Shared layout for COMPLAINT-NOTE-FILE: the dated notes under
      *>  a complaint - status changes and what the handler found or
      *>  told the customer, one row per note in sequence order.
       01 COMPLAINT-NOTE-RECORD.
           05 CNO-KEY.
               10 CNO-COMPLAINT-ID PIC 9(10).
               10 CNO-SEQ          PIC 9(4).
           05 CNO-NOTE-DATE        PIC 9(8).
           05 CNO-OPERATOR-ID      PIC 9(10).
           05 CNO-TEXT             PIC X(60).
