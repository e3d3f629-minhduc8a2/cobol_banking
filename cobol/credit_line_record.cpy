      *>  Shared layout for CREDIT-LINE-FILE: one revolving line per
      *>  customer, the terms behind their CREDITLINE row in
      *>  balance.db. That row is held negative by what is drawn and
      *>  its BALANCE-REC-OVERDRAFT-LIMIT carries the approved limit,
      *>  so TRANSFER_MONEY and CASH_TRANSACTION draw against it
      *>  within the limit like any other debit, and repayments are
      *>  ordinary credits to it. CREDIT_LINE_CYCLE accrues the daily
      *>  interest, tests each minimum once its due date has passed
      *>  and bills the line on its cycle date.
       01 CREDIT-LINE-RECORD.
           05 CL-USER-ID          PIC 9(10).
           05 CL-LINE-TYPE        PIC X(01).
               88 CL-IS-PERSONAL  VALUE "P".
               88 CL-IS-HOME-EQUITY VALUE "H".
           05 CL-LIMIT            PIC 9(10)V99.
           05 CL-ANNUAL-RATE      PIC 9V9(4).
           05 CL-STATUS           PIC X(01) VALUE "A".
               88 CL-IS-ACTIVE    VALUE "A".
               88 CL-IS-SUSPENDED VALUE "S".
               88 CL-IS-CLOSED    VALUE "C".
           05 CL-OPEN-DATE        PIC 9(8).
      *>  Billing cycle: statements fall on CL-CYCLE-DAY (1-28) each
      *>  month. Interest accrues daily into CL-ACCRUED-INT and is
      *>  charged to the line when the statement is cut.
           05 CL-CYCLE-DAY        PIC 9(2).
           05 CL-NEXT-STMT-DATE   PIC 9(8).
           05 CL-LAST-STMT-DATE   PIC 9(8).
           05 CL-ACCRUED-INT      PIC 9(8)V9(4).
           05 CL-LAST-ACCRUAL-DATE PIC 9(8).
      *>  Last statement: what was owed, the minimum payment due
      *>  (including anything past due) and when. CL-MIN-STATUS is P
      *>  until the due date passes, then M (met) or X (missed).
           05 CL-STMT-BALANCE     PIC 9(10)V99.
           05 CL-MIN-DUE          PIC 9(8)V99.
           05 CL-DUE-DATE         PIC 9(8).
           05 CL-MIN-STATUS       PIC X(01).
               88 CL-MIN-PENDING  VALUE "P".
               88 CL-MIN-MET      VALUE "M".
               88 CL-MIN-MISSED   VALUE "X".
      *>  Arrears: consecutive minimums missed, the unpaid part of
      *>  them and the oldest missed due date - what LOAN_ARREARS and
      *>  OD_COLLECTIONS age the line from. Cleared when a minimum
      *>  is met in full.
           05 CL-PAST-DUE-COUNT   PIC 9(3).
           05 CL-PAST-DUE-AMOUNT  PIC 9(8)V99.
           05 CL-OLDEST-MISSED-DUE PIC 9(8).
