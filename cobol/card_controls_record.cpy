      *>  Shared layout for CARD-CONTROLS-FILE: the customer's own
      *>  restrictions on one debit card, keyed by CARD-NUMBER. A
      *>  card with no row here has no controls. CARD_AUTH declines
      *>  against every one of them before it looks at funds;
      *>  SET_CARD_CONTROL is the only writer, for CARD_MAINT at the
      *>  counter and CHANNEL_GATEWAY online.
      *>  A cap of zero means no cap. A blocked category is a four
      *>  digit merchant category code as the switch sends it. A
      *>  travel notice lets the card be used in one country
      *>  between two dates inclusive; outside the home country the
      *>  card only authorizes under a notice. CC-SPEND-TODAY is the
      *>  running total of approvals on CC-SPEND-DATE that the daily
      *>  cap is tested against.
       01 CARD-CONTROLS-RECORD.
           05 CC-CARD-NUMBER    PIC 9(16).
           05 CC-LOCK-FLAG      PIC X(01) VALUE "N".
               88 CC-IS-LOCKED    VALUE "Y".
           05 CC-LOCKED-DATE    PIC 9(8).
           05 CC-TXN-CAP        PIC 9(10)V99.
           05 CC-DAILY-CAP      PIC 9(10)V99.
           05 CC-BLOCKED-MCC    PIC X(04) OCCURS 8 TIMES.
           05 CC-TRAVEL-NOTICE  OCCURS 3 TIMES.
               10 CC-TRAVEL-COUNTRY PIC X(02).
               10 CC-TRAVEL-FROM    PIC 9(8).
               10 CC-TRAVEL-TO      PIC 9(8).
           05 CC-SPEND-DATE     PIC 9(8).
           05 CC-SPEND-TODAY    PIC 9(10)V99.
           05 CC-UPDATED-DATE   PIC 9(8).
