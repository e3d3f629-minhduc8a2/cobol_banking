      *>  Shared layout for HOUSEHOLD-FILE: one row per household -
      *>  a group of related customers (spouses, dependants, others
      *>  at the same USER-REC-ADDRESS) under a household head, so
      *>  CUSTOMER_360 can show the whole family's business and
      *>  STATEMENT_GENERATOR can mail one combined statement per
      *>  household instead of one envelope per person. The members
      *>  themselves are rows in household_member.db.
       01 HOUSEHOLD-RECORD.
           05 HH-ID              PIC 9(10).
           05 HH-HEAD-USER-ID    PIC 9(10).
           05 HH-NAME            PIC X(30).
           05 HH-ADDRESS         PIC X(50).
      *>  Y - the statement run produces one combined household
      *>  statement; N - members keep their own statements.
           05 HH-COMBINED-STMT   PIC X(01) VALUE "N".
               88 HH-WANTS-COMBINED VALUE "Y".
           05 HH-CREATED-DATE    PIC 9(8).
           05 HH-STATUS          PIC X(01) VALUE "A".
               88 HH-IS-ACTIVE    VALUE "A".
               88 HH-IS-DISSOLVED VALUE "D".
