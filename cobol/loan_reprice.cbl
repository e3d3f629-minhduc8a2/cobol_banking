       01 WS-OLD-PAYMENT    PIC 9(10)V99.
       01 WS-NEW-RATE       PIC 9V9(4).
       01 WS-NEW-PAYMENT    PIC 9(10)V99.
       01 WS-SCRA-CAP-RATE  PIC 9V9(4).
       01 WS-SCRA-CAPPED    PIC 9 VALUE 0.
       01 WS-CAP-NOTE       PIC X(20).
       01 WS-MONTHLY-RATE   PIC 9V9(8).
       01 WS-FACTOR         PIC 9(3)V9(8).
       01 WS-REMAINING-TERM PIC S9(3).
           MOVE LN-ANNUAL-RATE TO WS-OLD-RATE
           MOVE LN-PAYMENT-AMOUNT TO WS-OLD-PAYMENT
           COMPUTE WS-NEW-RATE = WS-INDEX-VALUE + LN-RATE-MARGIN
      *>   A borrower on active duty resets to no more than the
      *>   servicemember cap; the first reset after the duty ends
      *>   brings the loan back to index plus margin.
           MOVE SPACES TO WS-CAP-NOTE
           CALL "GET_SERVICEMEMBER_CAP" USING LN-USER-ID
               LN-ORIGINATION-DATE WS-BUSINESS-DATE WS-SCRA-CAP-RATE
               WS-SCRA-CAPPED
           IF WS-SCRA-CAPPED = 1 AND WS-SCRA-CAP-RATE < WS-NEW-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-NEW-RATE
               MOVE " (servicemember cap)" TO WS-CAP-NOTE
           END-IF
           COMPUTE WS-REMAINING-TERM =
               LN-TERM-MONTHS - LN-PAYMENTS-MADE
           IF WS-REMAINING-TERM < 1
           STRING "Loan " LN-LOAN-ID " user " LN-USER-ID
               " rate " WS-OLD-RATE " -> " WS-NEW-RATE
               " payment " WS-OLD-PAYMENT " -> " WS-NEW-PAYMENT
               " next reset " LN-NEXT-RESET-DATE WS-CAP-NOTE
               DELIMITED BY SIZE INTO REPRICE-REPORT-LINE
           WRITE REPRICE-REPORT-LINE
           MOVE WS-NEW-PAYMENT TO WS-EVENT-AMOUNT
