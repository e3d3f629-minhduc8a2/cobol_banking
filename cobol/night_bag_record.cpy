      *>  Shared layout for NIGHT-BAG-FILE: the night depository bag
      *>  log, one row per bag from the moment it is taken out of the
      *>  depository until it is posted. Bag numbers are reused, so
      *>  the key carries the business date the bag was received.
      *>  A bag is opened and counted by two different operators;
      *>  the agreed count is what posts, piece by piece into the
      *>  branch vault, and any difference from the customer's
      *>  declared amount is carried here as well as raised to the
      *>  exception hub. A bag still "R" from before the day's
      *>  cutoff holds END_OF_DAY.
       01 NIGHT-BAG-RECORD.
           05 NB-KEY.
               10 NB-BAG-NUMBER     PIC X(12).
               10 NB-RECEIVED-DATE  PIC 9(8).
           05 NB-RECEIVED-TIME      PIC 9(6).
           05 NB-RECEIVED-BY        PIC 9(10).
           05 NB-BRANCH-CODE        PIC X(04).
           05 NB-USER-ID            PIC 9(10).
           05 NB-ACCOUNT-TYPE       PIC X(10).
           05 NB-DECLARED-AMOUNT    PIC 9(10)V99.
           05 NB-STATUS             PIC X(01) VALUE "R".
               88 NB-IS-RECEIVED    VALUE "R".
               88 NB-IS-POSTED      VALUE "P".
               88 NB-IS-RETURNED    VALUE "X".
           05 NB-OPENED-DATE        PIC 9(8).
           05 NB-OPENED-TIME        PIC 9(6).
           05 NB-OPENED-BY-1        PIC 9(10).
           05 NB-OPENED-BY-2        PIC 9(10).
           05 NB-COUNTED-AMOUNT     PIC 9(10)V99.
      *>  Counted less declared: negative when the bag was short.
           05 NB-DIFFERENCE         PIC S9(10)V99.
           05 NB-DENOM-COUNT OCCURS 8 TIMES PIC 9(7).
