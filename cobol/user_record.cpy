           05 USER-REC-DECEASED PIC X(01) VALUE "N".
               88 USER-IS-DECEASED VALUE "Y".
           05 USER-REC-DOD      PIC 9(8) VALUE 0.
      *>  Customer type: an individual (USER-REC-DOB is a date of
      *>  birth) or a business entity (USER-REC-DOB holds the date of
      *>  formation, and the legal name, tax ID and entity type live
      *>  in business_profiles.db, with its beneficial owners in
      *>  beneficial_owners.db). Anything but "B" is an individual.
           05 USER-REC-CUST-TYPE PIC X(01) VALUE "I".
               88 USER-IS-INDIVIDUAL VALUE "I" " ".
               88 USER-IS-BUSINESS   VALUE "B".
