      *>  Shared layout for STATEMENT-MANIFEST-FILE: one row per
      *>  statement month sent to the print vendor, holding the
      *>  control totals STATEMENT_PRINT_RUN put on the stream's
      *>  trailer and the manifest - documents, envelopes, pages and
      *>  the sum of the statements' closing balances - and, once
      *>  STATEMENT_PRINT_CONFIRM reads the vendor's confirmation
      *>  back, the vendor's own counts. S - sent, awaiting the
      *>  vendor; C - the vendor's counts agree; D - they disagree,
      *>  and the month may be produced again.
       01 STATEMENT-MANIFEST-RECORD.
           05 SM-STMT-MONTH        PIC 9(6).
           05 SM-PERIOD-START      PIC X(10).
           05 SM-PERIOD-END        PIC X(10).
           05 SM-RUN-DATE          PIC 9(8).
           05 SM-DOCUMENTS         PIC 9(7).
           05 SM-ENVELOPES         PIC 9(7).
           05 SM-PAGES             PIC 9(8).
           05 SM-DOLLAR-TOTAL      PIC S9(13)V99.
           05 SM-ESTATEMENTS       PIC 9(7).
           05 SM-SUPPRESSED        PIC 9(7).
           05 SM-STATUS            PIC X(01) VALUE "S".
               88 SM-IS-SENT         VALUE "S".
               88 SM-IS-CONFIRMED    VALUE "C".
               88 SM-IS-DISCREPANT   VALUE "D".
           05 SM-CONFIRM-DATE      PIC 9(8).
           05 SM-CONFIRM-DOCUMENTS PIC 9(7).
           05 SM-CONFIRM-ENVELOPES PIC 9(7).
           05 SM-CONFIRM-PAGES     PIC 9(8).
           05 SM-CONFIRM-DOLLARS   PIC S9(13)V99.
           05 SM-VENDOR-REF        PIC X(20).
