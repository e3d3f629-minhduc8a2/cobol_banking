      *>  Shared layout for AML-RISK-FILE: one row per customer with
      *>  the AML risk rating AML_RISK_RATING last scored, the
      *>  factors it was scored from and the points each earned, and
      *>  the periodic review cycle - the next review date (a year
      *>  on for a high rating, two for medium, three for low) and
      *>  the supervisor review queue AML_RISK_REVIEW works. A row
      *>  is queued when its review falls due, or when the scored
      *>  rating rises above the rating in force. The rating in
      *>  force is the scored rating, or the higher one the last
      *>  reviewing supervisor set.
       01 AML-RISK-RECORD.
           05 RR-USER-ID          PIC 9(10).
           05 RR-RATING           PIC X(01).
               88 RR-IS-LOW          VALUE "L".
               88 RR-IS-MEDIUM       VALUE "M".
               88 RR-IS-HIGH         VALUE "H".
           05 RR-SCORED-RATING    PIC X(01).
           05 RR-PRIOR-RATING     PIC X(01).
           05 RR-SCORE            PIC 9(3).
           05 RR-RATED-DATE       PIC 9(8).
      *>  The factors as found on RR-RATED-DATE; the activity counts
      *>  cover the twelve months up to that date.
           05 RR-FACTORS.
               10 RR-CUST-TYPE        PIC X(01).
               10 RR-PRODUCT-COUNT    PIC 9(2).
               10 RR-CTR-FILINGS      PIC 9(4).
               10 RR-CASH-VOLUME      PIC 9(12)V99.
               10 RR-WIRE-COUNT       PIC 9(5).
               10 RR-WIRE-VOLUME      PIC 9(12)V99.
               10 RR-FOREIGN-WIRES    PIC 9(4).
               10 RR-HIGH-RISK-WIRES  PIC 9(4).
               10 RR-WATCH-OPEN       PIC 9(3).
               10 RR-WATCH-CONFIRMED  PIC 9(3).
               10 RR-CASES-OPEN       PIC 9(3).
               10 RR-CASES-FILED      PIC 9(3).
               10 RR-CASES-CLEARED    PIC 9(3).
               10 RR-KYC-GAPS         PIC 9(2).
      *>  Points each factor contributed to RR-SCORE.
           05 RR-POINTS.
               10 RR-PTS-CUST-TYPE    PIC 9(2).
               10 RR-PTS-PRODUCTS     PIC 9(2).
               10 RR-PTS-CASH         PIC 9(2).
               10 RR-PTS-WIRES        PIC 9(2).
               10 RR-PTS-COUNTRY      PIC 9(2).
               10 RR-PTS-WATCH        PIC 9(2).
               10 RR-PTS-AML-CASE     PIC 9(2).
               10 RR-PTS-KYC          PIC 9(2).
           05 RR-NEXT-REVIEW-DATE PIC 9(8).
           05 RR-REVIEW-STATUS    PIC X(01) VALUE SPACE.
               88 RR-NOT-QUEUED      VALUE SPACE.
               88 RR-REVIEW-PENDING  VALUE "P".
           05 RR-REVIEW-REASON    PIC X(10).
           05 RR-QUEUED-DATE      PIC 9(8).
           05 RR-REVIEWED-RATING  PIC X(01).
           05 RR-REVIEWED-BY      PIC 9(10).
           05 RR-REVIEWED-DATE    PIC 9(8).
           05 RR-REVIEW-NOTE      PIC X(60).
