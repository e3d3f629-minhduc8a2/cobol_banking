               88 CARD-IS-ACTIVE  VALUE "A".
               88 CARD-IS-LOST    VALUE "L".
               88 CARD-IS-BLOCKED VALUE "B".
      *>  A replacement from CARD_REISSUE, mailed but not yet
      *>  activated by the customer (ACTIVATE_CARD).
               88 CARD-IS-PENDING  VALUE "P".
      *>  Switched off when its replacement was activated.
               88 CARD-IS-REPLACED VALUE "R".
      *>  Last day the plastic is good for, as GET_CARD_EXPIRY works
      *>  it out from the issue date. Zero on cards issued before
      *>  expiry dates were kept - GET_CARD_EXPIRY gives their
      *>  expiry from CARD-ISSUED-DATE wherever it is needed.
           05 CARD-EXPIRY-DATE   PIC 9(8) VALUE 0.
      *>  The reissue chain: the card a replacement stands in for,
      *>  and on the old card the replacement made for it.
           05 CARD-REPLACES      PIC 9(16) VALUE 0.
           05 CARD-REPLACED-BY   PIC 9(16) VALUE 0.
