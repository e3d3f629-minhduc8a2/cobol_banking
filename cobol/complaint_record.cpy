      *>  Shared layout for COMPLAINT-FILE: the customer complaint
      *>  register. One row per complaint - who complained, about
      *>  which account and branch, which operator was involved, the
      *>  category and what was said - with the regulatory response
      *>  deadline worked out from the received date when it is
      *>  logged. Status runs received - acknowledged - investigating
      *>  - resolved - closed; each step is stamped, and dated notes
      *>  live in COMPLAINT-NOTE-FILE under the complaint ID.
      *>  CMP-USER-ID is an alternate key so CUSTOMER_360 reads one
      *>  customer's complaints without a scan.
       01 COMPLAINT-RECORD.
           05 CMP-ID              PIC 9(10).
           05 CMP-USER-ID         PIC 9(10).
           05 CMP-ACCOUNT-TYPE    PIC X(10).
           05 CMP-BRANCH-CODE     PIC X(04).
           05 CMP-OPERATOR-INVOLVED PIC 9(10).
      *>  FEES, SERVICE, ERROR, FRAUD, LENDING, PRIVACY or OTHER.
           05 CMP-CATEGORY        PIC X(10).
           05 CMP-DESCRIPTION     PIC X(60).
           05 CMP-RECEIVED-DATE   PIC 9(8).
           05 CMP-DUE-DATE        PIC 9(8).
           05 CMP-ACK-DATE        PIC 9(8).
           05 CMP-RESOLVED-DATE   PIC 9(8).
           05 CMP-CLOSED-DATE     PIC 9(8).
           05 CMP-RECORDED-BY     PIC 9(10).
           05 CMP-STATUS          PIC X(01) VALUE "R".
               88 CMP-IS-RECEIVED      VALUE "R".
               88 CMP-IS-ACKNOWLEDGED  VALUE "A".
               88 CMP-IS-INVESTIGATING VALUE "I".
               88 CMP-IS-RESOLVED      VALUE "S".
               88 CMP-IS-CLOSED        VALUE "C".
      *>  Still owed a response - the deadline is met by resolving.
               88 CMP-IS-OPEN          VALUE "R" "A" "I".
