      *>  Shared layout for CALL-REPORT-MAP-FILE: how each source of
      *>  figures reaches a line of the regulatory condition report.
      *>  A source is a GL account (G, code = the 6-digit account), a
      *>  deposit product from balance.db (D, code = ACCOUNT-TYPE), a
      *>  loan category (L: REALESTATE, COMMERCIAL, AUTO, CONSUMER) or
      *>  a term deposit maturity band (T: UP-TO-3M, 3M-TO-1Y,
      *>  1Y-TO-3Y, OVER-3Y). Schedule "X" marks a source deliberately
      *>  left off the report. Sources sharing a check group must
      *>  agree - the GL side against the subledger side - before the
      *>  report goes out. CRM-SIGN says which way a GL balance is
      *>  reported positive: D for debit (assets, expenses), C for
      *>  credit (liabilities, equity, income).
       01 CALL-REPORT-MAP-RECORD.
           05 CRM-KEY.
               10 CRM-SOURCE      PIC X(01).
                   88 CRM-FROM-GL            VALUE "G".
                   88 CRM-FROM-DEPOSITS      VALUE "D".
                   88 CRM-FROM-LOANS         VALUE "L".
                   88 CRM-FROM-TERM-DEPOSITS VALUE "T".
               10 CRM-SOURCE-CODE PIC X(10).
           05 CRM-SCHEDULE        PIC X(04).
               88 CRM-EXCLUDED      VALUE "X".
           05 CRM-LINE            PIC X(06).
           05 CRM-LINE-DESC       PIC X(40).
           05 CRM-SIGN            PIC X(01).
               88 CRM-DEBIT-POSITIVE  VALUE "D".
               88 CRM-CREDIT-POSITIVE VALUE "C".
           05 CRM-CHECK-GROUP     PIC X(04).
