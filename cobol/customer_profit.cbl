      *> USER-REC-ID - fees we collected (FEE / NSF-type debits,
      *> less FEE-REBATE), deposit interest we paid them (INTEREST /
      *> TD-INTEREST credits), loan interest we earned
      *> (LOAN-INTEREST debits), overdraft interest we charged
      *> (DEBIT-INTEREST debits), and wire / official-check activity
      *> volume - ranked by contribution. CUSTOMER_360 shows what a
      *> customer HAS; this shows what they are WORTH, and it is
      *> what should drive the negotiated pricing exceptions.
               10 WS-CT-FEES        PIC S9(12)V99.
               10 WS-CT-INT-PAID    PIC S9(12)V99.
               10 WS-CT-LOAN-INT    PIC S9(12)V99.
               10 WS-CT-DEBIT-INT   PIC S9(12)V99.
               10 WS-CT-WIRE-COUNT  PIC 9(6).
               10 WS-CT-CONTRIB     PIC S9(12)V99.
               10 WS-CT-REPORTED    PIC 9.
               WHEN TXN-TYPE = "LOAN-INTEREST"
                    AND TXN-AMOUNT < 0
                   ADD WS-ABS-AMOUNT TO WS-CT-LOAN-INT(WS-CT-IX)
               WHEN TXN-TYPE = "DEBIT-INTEREST"
                    AND TXN-AMOUNT < 0
                   ADD WS-ABS-AMOUNT TO WS-CT-DEBIT-INT(WS-CT-IX)
               WHEN TXN-TYPE = "WIRE-OUT"
                 OR TXN-TYPE = "WIRE-IN"
                 OR TXN-TYPE = "OFFCHK-ISSUE"
               MOVE 0 TO WS-CT-FEES(WS-CT-IX)
               MOVE 0 TO WS-CT-INT-PAID(WS-CT-IX)
               MOVE 0 TO WS-CT-LOAN-INT(WS-CT-IX)
               MOVE 0 TO WS-CT-DEBIT-INT(WS-CT-IX)
               MOVE 0 TO WS-CT-WIRE-COUNT(WS-CT-IX)
               MOVE 0 TO WS-CT-CONTRIB(WS-CT-IX)
               MOVE 0 TO WS-CT-REPORTED(WS-CT-IX)
               COMPUTE WS-CT-CONTRIB(WS-CT-IX) =
                   WS-CT-FEES(WS-CT-IX)
                   + WS-CT-LOAN-INT(WS-CT-IX)
                   + WS-CT-DEBIT-INT(WS-CT-IX)
                   - WS-CT-INT-PAID(WS-CT-IX)
           END-PERFORM.

           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING "Rank User       Fees          IntPaid       "
               "LoanInt       DebitInt      Wires Contribution"
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           PERFORM VARYING WS-RANK FROM 1 BY 1
                       WS-CT-FEES(WS-BEST-IX) " "
                       WS-CT-INT-PAID(WS-BEST-IX) " "
                       WS-CT-LOAN-INT(WS-BEST-IX) " "
                       WS-CT-DEBIT-INT(WS-BEST-IX) " "
                       WS-CT-WIRE-COUNT(WS-BEST-IX) " "
                       WS-CT-CONTRIB(WS-BEST-IX)
                       DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
