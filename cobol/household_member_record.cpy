      *>  Shared layout for HOUSEHOLD-MEMBER-FILE: links a
      *>  USER-REC-ID to the one household it belongs to, with the
      *>  member's relationship to the head. Keyed on the member so
      *>  "which household is this customer in" is one read; the
      *>  alternate key on the household walks its members.
       01 HOUSEHOLD-MEMBER-RECORD.
           05 HHM-USER-ID        PIC 9(10).
           05 HHM-HOUSEHOLD-ID   PIC 9(10).
      *>  H head, S spouse/partner, D dependant, O other relative.
           05 HHM-RELATIONSHIP   PIC X(01).
               88 HHM-IS-HEAD      VALUE "H".
               88 HHM-IS-SPOUSE    VALUE "S".
               88 HHM-IS-DEPENDANT VALUE "D".
               88 HHM-IS-OTHER     VALUE "O".
           05 HHM-JOINED-DATE    PIC 9(8).
