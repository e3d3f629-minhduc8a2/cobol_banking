      *>  Shared layout for BUSINESS-PROFILE-FILE: the entity details
      *>  behind a business customer (USER-IS-BUSINESS in user.db),
      *>  keyed by the same user ID. BP-OWNERS-CERTIFIED is set once
      *>  the beneficial owner list has every 25%+ owner and a
      *>  controlling person, all screened and none blocked - no
      *>  account opens for the business until it is.
       01 BUSINESS-PROFILE-RECORD.
           05 BP-USER-ID          PIC 9(10).
           05 BP-LEGAL-NAME       PIC X(60).
           05 BP-TAX-ID           PIC X(12).
           05 BP-FORMATION-DATE   PIC 9(8).
           05 BP-ENTITY-TYPE      PIC X(01).
               88 BP-IS-CORPORATION  VALUE "C".
               88 BP-IS-LLC          VALUE "L".
               88 BP-IS-PARTNERSHIP  VALUE "P".
               88 BP-IS-SOLE-PROP    VALUE "S".
               88 BP-IS-TRUST        VALUE "T".
               88 BP-IS-NONPROFIT    VALUE "N".
               88 BP-ENTITY-VALID    VALUE "C" "L" "P" "S" "T" "N".
           05 BP-OWNERS-CERTIFIED PIC X(01).
               88 BP-IS-CERTIFIED    VALUE "Y".
           05 BP-CERTIFIED-DATE   PIC 9(8).
