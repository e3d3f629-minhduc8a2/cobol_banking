           05 FILLER PIC X(10) VALUE "SAVINGS".
           05 FILLER PIC X(10) VALUE "LOAN".
           05 FILLER PIC X(10) VALUE "TERMDEP".
           05 FILLER PIC X(10) VALUE "CREDITLINE".
           05 FILLER PIC X(10) VALUE "RETIREMENT".
           05 FILLER PIC X(10) VALUE "GOALSAVE".
       01 ACCOUNT-TYPE-TABLE REDEFINES ACCOUNT-TYPE-LIST.
           05 ACCOUNT-TYPE-ENTRY OCCURS 7 TIMES PIC X(10).
       01 ACCOUNT-TYPE-IDX PIC 9 VALUE 1.
       01 ACCOUNT-TYPE-COUNT PIC 9 VALUE 7.
