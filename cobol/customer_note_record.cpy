      *>  Shared layout for CUSTOMER-NOTE-FILE: what branch staff
      *>  need to know about a customer that no other record holds -
      *>  "hearing impaired", "verify ID twice, prior impersonation
      *>  attempt", "speak to a manager before closing". Keyed by
      *>  customer then note ID, so a customer's notes read together.
      *>  A Warning note is put in front of the operator, who must
      *>  acknowledge it, whenever the customer is pulled up in
      *>  CUSTOMER_360, FIND_USER, CASH_TRANSACTION, TRANSFER_MONEY
      *>  or CLOSE_ACCOUNT (SHOW_WARNING_NOTES); an Info note is only
      *>  listed by CUSTOMER_NOTES_MAINT. A note stops showing after
      *>  its expiry date (0 = never expires) or once removed - a
      *>  removed note is kept, not deleted, for the audit trail.
       01 CUSTOMER-NOTE-RECORD.
           05 CN-KEY.
               10 CN-USER-ID        PIC 9(10).
               10 CN-NOTE-ID        PIC 9(10).
           05 CN-NOTE-TYPE          PIC X(10).
               88 CN-TYPE-VALID     VALUES "SERVICE" "SECURITY"
                                           "CLOSING" "GENERAL".
           05 CN-PRIORITY           PIC X(01).
               88 CN-IS-WARNING     VALUE "W".
               88 CN-IS-INFO        VALUE "I".
           05 CN-TEXT               PIC X(60).
           05 CN-AUTHOR-OP-ID       PIC 9(10).
           05 CN-CREATED-DATE       PIC 9(8).
           05 CN-EXPIRY-DATE        PIC 9(8).
           05 CN-STATUS             PIC X(01) VALUE "A".
               88 CN-IS-ACTIVE      VALUE "A".
               88 CN-IS-REMOVED     VALUE "R".
           05 CN-REMOVED-BY-OP-ID   PIC 9(10) VALUE 0.
           05 CN-REMOVED-DATE       PIC 9(8) VALUE 0.
