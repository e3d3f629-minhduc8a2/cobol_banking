      *> Negotiated pricing exception maintenance: grants, updates,
      *> removes and reports the per-account deals in
      *> PRICING-EXC-FILE - the rate add-on INTEREST_ACCRUAL applies
      *> on top of the tier rate, the negotiated debit interest rate
      *> GET_DEBIT_RATE substitutes for the product's, and the
      *> monthly-fee waiver FEE_ASSESSMENT honors. Every grant
      *> records the approving supervisor and an expiry date, and
      *> the in-force report is what goes to the annual re-approval
      *> review.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF PX-FEE-WAIVED NOT = "Y"
               MOVE "N" TO PX-FEE-WAIVED
           END-IF
           DISPLAY "Negotiated debit interest rate? (Y/N): "
           ACCEPT PX-DEBIT-RATE-SET
           IF PX-DEBIT-RATE-SET = "Y"
               DISPLAY "Debit interest rate in place of the "
                   "product's (e.g. 0.0900, 0 to waive): "
               ACCEPT PX-DEBIT-RATE
           ELSE
               MOVE "N" TO PX-DEBIT-RATE-SET
               MOVE 0 TO PX-DEBIT-RATE
           END-IF
           DISPLAY "Expiry date (YYYYMMDD): "
           ACCEPT PX-EXPIRY-DATE
           MOVE WS-OPERATOR-ID   TO PX-APPROVED-BY
               STRING "IN FORCE user " PX-USER-ID " "
                   PX-ACCOUNT-TYPE " addon " PX-RATE-ADDON
                   " fee waived " PX-FEE-WAIVED
                   " debit rate " PX-DEBIT-RATE-SET " " PX-DEBIT-RATE
                   " expires " PX-EXPIRY-DATE
                   " approved by " PX-APPROVED-BY
                   DELIMITED BY SIZE INTO EXC-REPORT-LINE
               STRING "EXPIRED  user " PX-USER-ID " "
                   PX-ACCOUNT-TYPE " addon " PX-RATE-ADDON
                   " fee waived " PX-FEE-WAIVED
                   " debit rate " PX-DEBIT-RATE-SET " " PX-DEBIT-RATE
                   " expired " PX-EXPIRY-DATE
                   " approved by " PX-APPROVED-BY
                   DELIMITED BY SIZE INTO EXC-REPORT-LINE
