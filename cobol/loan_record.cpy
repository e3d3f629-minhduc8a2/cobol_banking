           05 LN-AUTOPAY-FLAG     PIC X(01) VALUE "N".
               88 LN-HAS-AUTOPAY  VALUE "Y".
           05 LN-AUTOPAY-TYPE     PIC X(10).
      *>  Escrow: a property loan can collect tax and insurance with
      *>  each installment on top of principal and interest.
      *>  LOAN_PAYMENT and LOAN_AUTOPAY move LN-ESCROW-PAYMENT into
      *>  the customer's ESCROW balance row (LN-ESCROW-BALANCE is
      *>  this loan's share of it); ESCROW_DISBURSE pays the items in
      *>  escrow_items.db out of it, and the yearly ESCROW_ANALYSIS
      *>  resets the payment from what the items will cost.
           05 LN-ESCROW-FLAG      PIC X(01) VALUE "N".
               88 LN-HAS-ESCROW   VALUE "Y".
           05 LN-ESCROW-PAYMENT   PIC 9(8)V99.
           05 LN-ESCROW-BALANCE   PIC S9(10)V99.
           05 LN-ESCROW-ANALYSIS-DATE PIC 9(8).
      *>  Modification: LOAN_MODIFY can defer installments, extend
      *>  the term or lower the rate, re-laying the unpaid schedule
      *>  rows (history in loan_modifications.db). Payment number
      *>  LN-MOD-BASE-PAYMENTS + 1 of the modified schedule falls due
      *>  the month after LN-MOD-BASE-MONTH (YYYYMM), which is what
      *>  "payments expected by now" counts from. While the business
      *>  date is inside LN-FORBEAR-START - LN-FORBEAR-END the loan
      *>  is in approved forbearance and never counts as missing a
      *>  payment.
           05 LN-MOD-COUNT        PIC 9(02).
           05 LN-MOD-BASE-PAYMENTS PIC 9(3).
           05 LN-MOD-BASE-MONTH   PIC 9(6).
           05 LN-FORBEAR-START    PIC 9(8).
           05 LN-FORBEAR-END      PIC 9(8).
      *>  Late charges assessed and not yet collected. The charge is
      *>  added to the LOAN balance row when assessed; LOAN_PAYMENT
      *>  and LOAN_AUTOPAY collect it before anything else.
           05 LN-LATE-FEE-DUE     PIC 9(8)V99.
