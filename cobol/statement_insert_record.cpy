      *>  Shared layout for STATEMENT-INSERT-FILE: the enclosures the
      *>  print vendor stuffs into statement envelopes, keyed by the
      *>  vendor's insert code. A regulatory insert (privacy notice,
      *>  fee schedule change) goes to every envelope holding a
      *>  matching statement; a marketing insert never goes to a
      *>  customer who opted out of marketing. An insert applies to
      *>  statements of one account type and one customer type
      *>  (spaces for any) whose period ends inside its date window.
      *>  Maintained by STATEMENT_INSERT_MAINT; STATEMENT_PRINT_RUN
      *>  reads it.
       01 STATEMENT-INSERT-RECORD.
           05 SI-CODE              PIC X(08).
           05 SI-DESCRIPTION       PIC X(30).
           05 SI-CLASS             PIC X(01).
               88 SI-IS-REGULATORY   VALUE "R".
               88 SI-IS-MARKETING    VALUE "M".
           05 SI-ACCOUNT-TYPE      PIC X(10).
           05 SI-CUST-TYPE         PIC X(01).
           05 SI-FROM-DATE         PIC 9(8).
           05 SI-TO-DATE           PIC 9(8).
           05 SI-UPDATED-DATE      PIC 9(8).
