      *>  Shared layout for CAMPAIGN-FILE: one row per marketing
      *>  campaign - the offer, the product it promotes and who is
      *>  to be offered it. CAMPAIGN_LIST_BUILD selects customers who
      *>  hold every CMP-HELD-PRODUCT and none of the
      *>  CMP-NOT-HELD-PRODUCTs (nor the promoted product itself),
      *>  whose average balance over the last CMP-BAND-DAYS days of
      *>  balance_history.db (CMP-BAND-PRODUCT, or every deposit
      *>  account together when blank) lies in the band, who have
      *>  banked with us CMP-MIN-TENURE months or more, hold an
      *>  account at CMP-BRANCH and fall in the age band. Blank or
      *>  zero criteria select everyone. A target who opens the
      *>  promoted product between CMP-START-DATE and CMP-END-DATE
      *>  counts as a response (CAMPAIGN_RESPONSE).
       01 CAMPAIGN-RECORD.
           05 CMP-ID               PIC X(10).
           05 CMP-OFFER            PIC X(40).
           05 CMP-PROMOTED-PRODUCT PIC X(10).
           05 CMP-HELD-PRODUCT     PIC X(10) OCCURS 3 TIMES.
           05 CMP-NOT-HELD-PRODUCT PIC X(10) OCCURS 3 TIMES.
           05 CMP-BAND-PRODUCT     PIC X(10).
           05 CMP-BAND-MIN         PIC 9(10)V99.
      *>  Zero means no upper bound.
           05 CMP-BAND-MAX         PIC 9(10)V99.
           05 CMP-BAND-DAYS        PIC 9(3).
           05 CMP-MIN-TENURE       PIC 9(3).
           05 CMP-BRANCH           PIC X(04).
      *>  An age band selects individuals only; zero for no bound.
           05 CMP-MIN-AGE          PIC 9(3).
           05 CMP-MAX-AGE          PIC 9(3).
           05 CMP-START-DATE       PIC 9(8).
           05 CMP-END-DATE         PIC 9(8).
           05 CMP-STATUS           PIC X(01) VALUE "D".
               88 CMP-IS-DRAFT     VALUE "D".
               88 CMP-IS-BUILT     VALUE "B".
               88 CMP-IS-CLOSED    VALUE "C".
           05 CMP-BUILT-DATE       PIC 9(8).
           05 CMP-TARGET-COUNT     PIC 9(7).
           05 CMP-RESPONSE-COUNT   PIC 9(7).
