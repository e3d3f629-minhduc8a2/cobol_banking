      *>  Shared layout for one customer's credit exposure as
      *>  GET_CREDIT_EXPOSURE measures it from balance.db,
      *>  account_holders.db and loan_applications.db:
      *>    CE-LOANS         owed on the customer's own LOAN row
      *>    CE-JOINT-LOANS   owed on loans they are a joint holder of
      *>    CE-LINE-DRAWN    drawn on their credit line
      *>    CE-LINE-UNDRAWN  the rest of the line's limit
      *>    CE-OD-LIMITS     overdraft limits on deposit accounts (or
      *>                     the amount overdrawn, if that is more)
      *>    CE-APPROVED-APPS applications approved but not yet booked
      *>  CE-TOTAL is the sum of them all.
       01 CREDIT-EXPOSURE.
           05 CE-LOANS           PIC 9(12)V99.
           05 CE-JOINT-LOANS     PIC 9(12)V99.
           05 CE-LINE-DRAWN      PIC 9(12)V99.
           05 CE-LINE-UNDRAWN    PIC 9(12)V99.
           05 CE-OD-LIMITS       PIC 9(12)V99.
           05 CE-APPROVED-APPS   PIC 9(12)V99.
           05 CE-TOTAL           PIC 9(12)V99.
