      *>  Shared layout for GL-RECON-CONTROL-FILE: which GL account
      *>  each subledger control total is proved against by the daily
      *>  GL_RECONCILE run. A control is a customer deposit product
      *>  (D, code = ACCOUNT-TYPE, every non-bank holder's row), the
      *>  loan book (L ALL, LN-REMAINING), active term deposits
      *>  (T ALL, TD-PRINCIPAL), outstanding official checks (O ALL)
      *>  or one of the bank's own user 0 rows (S, code =
      *>  ACCOUNT-TYPE: SUSPENSE for wires, ACH-SETTLE, CARD-SETTL
      *>  ...). Controls naming the same GL account are added
      *>  together before the comparison. GL account 0 keeps a
      *>  control off the reconciliation - it is proved elsewhere.
      *>  GRC-SIGN says which way the GL balance reads positive: D for
      *>  debits less credits (loans), C for credits less debits
      *>  (deposits, payables, settlement liabilities).
       01 GL-RECON-CONTROL-RECORD.
           05 GRC-KEY.
               10 GRC-SOURCE      PIC X(01).
                   88 GRC-FROM-DEPOSITS       VALUE "D".
                   88 GRC-FROM-LOANS          VALUE "L".
                   88 GRC-FROM-TERM-DEPOSITS  VALUE "T".
                   88 GRC-FROM-OFFICIAL-CHECKS VALUE "O".
                   88 GRC-FROM-SUSPENSE       VALUE "S".
               10 GRC-SOURCE-CODE PIC X(10).
           05 GRC-GL-ACCOUNT      PIC 9(6).
               88 GRC-NOT-RECONCILED VALUE 0.
           05 GRC-SIGN            PIC X(01).
               88 GRC-DEBIT-POSITIVE  VALUE "D".
               88 GRC-CREDIT-POSITIVE VALUE "C".
           05 GRC-DESCRIPTION     PIC X(30).
