
      *> Loan payoff quote: computes remaining principal plus
      *> accrued per-diem interest (LN-ANNUAL-RATE / 365 on the
      *> remaining balance, held to the servicemember cap while the
      *> borrower is on active duty) from the business date to a stated
      *> settlement date, prints a numbered quote with the per-diem
      *> amount and a valid-through date, and records it so
      *> LOAN_PAYMENT can match the arriving payment and close the
       01 WS-DAYS-TO-SETTLE PIC S9(5).
       01 WS-PER-DIEM      PIC 9(7)V99.
       01 WS-ACCRUED-INT   PIC 9(10)V99.
       01 WS-APPLIED-RATE  PIC 9V9(4).
       01 WS-SCRA-CAP-RATE PIC 9V9(4).
       01 WS-SCRA-CAPPED   PIC 9 VALUE 0.
       01 WS-TOTAL         PIC 9(10)V99.
       01 WS-QUOTE-NO      PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
                   "not issued."
               GOBACK
           END-IF
           MOVE LN-ANNUAL-RATE TO WS-APPLIED-RATE
           CALL "GET_SERVICEMEMBER_CAP" USING LN-USER-ID
               LN-ORIGINATION-DATE WS-BUSINESS-DATE WS-SCRA-CAP-RATE
               WS-SCRA-CAPPED
           IF WS-SCRA-CAPPED = 1 AND WS-SCRA-CAP-RATE < WS-APPLIED-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-APPLIED-RATE
           END-IF
           COMPUTE WS-PER-DIEM ROUNDED =
               LN-REMAINING * WS-APPLIED-RATE / 365
           COMPUTE WS-ACCRUED-INT ROUNDED =
               WS-PER-DIEM * WS-DAYS-TO-SETTLE
           COMPUTE WS-TOTAL = LN-REMAINING + WS-ACCRUED-INT
               + LN-LATE-FEE-DUE
           CALL "GET_NEXT_SEQ" USING "PAYOFF-QUOTE-NO     "
                                      WS-QUOTE-NO WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
           MOVE WS-SETTLE-DATE   TO PQ-VALID-THRU
           MOVE WS-BUSINESS-DATE TO PQ-ISSUED-DATE
           MOVE "O"              TO PQ-STATUS
           MOVE LN-LATE-FEE-DUE  TO PQ-LATE-FEES
           WRITE PAYOFF-QUOTE-RECORD
           CLOSE PAYOFF-QUOTE-FILE.

               " = " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           IF LN-LATE-FEE-DUE > 0
               MOVE SPACES TO QUOTE-PRINT-LINE
               STRING "Includes late charges " LN-LATE-FEE-DUE
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
               WRITE QUOTE-PRINT-LINE
           END-IF
           MOVE SPACES TO QUOTE-PRINT-LINE
           STRING "Per diem " WS-DISPLAY-PD
               " - valid through " WS-SETTLE-DATE
