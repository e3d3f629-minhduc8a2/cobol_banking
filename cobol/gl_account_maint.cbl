               "ACCOUNT-OPEN   100200200100Opening balance received".
           05 FILLER PIC X(57) VALUE
               "BALANCE-EDIT   100900200100Manual balance adjustment".
           05 FILLER PIC X(57) VALUE
               "LLA-PROVISION  410100110900Loan loss provision".
           05 FILLER PIC X(57) VALUE
               "LLA-RELEASE    110900410100Loan loss allowance release".
       01 WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 11 TIMES.
               10 WS-SEED-TXN-TYPE  PIC X(15).
               10 WS-SEED-DEBIT     PIC 9(6).
               10 WS-SEED-CREDIT    PIC 9(6).
               IF WS-SEED-CONFIRM = "Y" OR WS-SEED-CONFIRM = "y"
                   PERFORM SEED-ONE-MAPPING
                       VARYING WS-SEED-IDX FROM 1 BY 1
                       UNTIL WS-SEED-IDX > 11
                   DISPLAY "Standard mappings seeded."
               END-IF
           END-IF.
