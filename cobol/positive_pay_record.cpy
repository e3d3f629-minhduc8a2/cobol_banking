      *>  Shared layout for POSITIVE-PAY-FILE: every check a positive
      *>  pay customer tells us it has written, loaded from the
      *>  customer's issued-check file by POSITIVE_PAY_LOAD and keyed
      *>  like CHECK-REGISTER-FILE by owner and check number.
      *>  CHECK_CLEARING pays a presented item for an enrolled
      *>  customer only when it matches a row here on number and
      *>  amount; anything else is held as a positive pay exception.
       01 POSITIVE-PAY-RECORD.
           05 PP-KEY.
               10 PP-USER-ID      PIC 9(10).
               10 PP-CHECK-NO     PIC 9(8).
           05 PP-AMOUNT           PIC 9(10)V99.
           05 PP-PAYEE            PIC X(40).
           05 PP-ISSUE-DATE       PIC 9(8).
           05 PP-LOADED-DATE      PIC 9(8).
           05 PP-STATUS           PIC X(01) VALUE "I".
               88 PP-IS-ISSUED     VALUE "I".
               88 PP-IS-PAID       VALUE "P".
               88 PP-IS-VOID       VALUE "V".
