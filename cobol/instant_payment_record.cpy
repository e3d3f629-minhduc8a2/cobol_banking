      *>  Shared layout for INSTANT-PAYMENT-FILE: the instant payments
      *>  message log, one row per message taken off the instant queue
      *>  whether it was accepted or rejected. The operator's message
      *>  ID is the key, so a message the queue delivers twice is
      *>  recognised and never posted twice. IP-POSTING-DATE is the
      *>  business date the movement belongs to - the next business
      *>  date when the message arrived after cutoff, on a closed
      *>  date or on a non-business day - and is what INSTANT_SETTLE
      *>  reconciles the operator's daily settlement figures against.
       01 INSTANT-PAYMENT-RECORD.
           05 IP-MSG-ID             PIC X(20).
           05 IP-DIRECTION          PIC X(01).
               88 IP-IS-OUTBOUND    VALUE "O".
               88 IP-IS-INBOUND     VALUE "I".
           05 IP-USER-ID            PIC 9(10).
           05 IP-ACCOUNT-TYPE       PIC X(10).
           05 IP-COUNTERPARTY-BANK  PIC X(11).
           05 IP-COUNTERPARTY-NAME  PIC X(30).
           05 IP-AMOUNT             PIC 9(10)V99.
           05 IP-RECEIVED-DATE      PIC 9(8).
           05 IP-RECEIVED-TIME      PIC 9(6).
           05 IP-POSTING-DATE       PIC 9(8).
           05 IP-STATUS             PIC X(01).
               88 IP-IS-ACCEPTED    VALUE "A".
               88 IP-IS-REJECTED    VALUE "R".
           05 IP-REASON             PIC X(20).
      *>  Zero until INSTANT_SETTLE agrees the posting date with the
      *>  operator's settlement figures.
           05 IP-SETTLED-DATE       PIC 9(8) VALUE 0.
