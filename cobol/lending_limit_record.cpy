      *>  Shared layout for LENDING-LIMIT-FILE: the most credit
      *>  policy lets the bank extend to one relationship, as
      *>  CHECK_LENDING_LIMIT measures it. LL-CATEGORY is INDIVIDUAL
      *>  or BUSINESS for a single borrower (by USER-REC-CUST-TYPE)
      *>  and HOUSEHOLD for the members of one household taken
      *>  together. An exposure at LL-WARN-PCT of its limit or more
      *>  is called out before it reaches the limit itself.
       01 LENDING-LIMIT-RECORD.
           05 LL-CATEGORY        PIC X(10).
               88 LL-FOR-INDIVIDUAL VALUE "INDIVIDUAL".
               88 LL-FOR-BUSINESS   VALUE "BUSINESS".
               88 LL-FOR-HOUSEHOLD  VALUE "HOUSEHOLD".
           05 LL-LIMIT           PIC 9(10)V99.
           05 LL-WARN-PCT        PIC 9(3).
           05 LL-DESCRIPTION     PIC X(30).
