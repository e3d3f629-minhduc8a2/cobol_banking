       01 WS-TOTAL-HOLDS         PIC 9(12)V99.
       01 WS-AVAILABLE           PIC S9(12)V99.
       01 WS-HOLD-COUNT          PIC 9(4) VALUE 0.
      *> A release is journalled against the account's owner so the
      *> insider activity report can see who freed whose funds.
       01 WS-OPERATOR-ID         PIC 9(10) VALUE 0.
       01 WS-JOURNAL-OPTION      PIC 9(02) VALUE 38.
       01 WS-JOURNAL-ACTION      PIC X(30) VALUE "HOLD RELEASE".

       PROCEDURE DIVISION.
       MAIN-PARA.
                   ELSE
                       MOVE "R" TO FH-STATUS
                       REWRITE FUNDS-HOLD-RECORD
                       CALL "GET_CURRENT_OPERATOR" USING
                           WS-OPERATOR-ID
                       CALL "LOG_ACTIVITY" USING WS-OPERATOR-ID
                           WS-JOURNAL-OPTION WS-JOURNAL-ACTION
                           FH-BALANCE-ID
                       DISPLAY "Hold #" WS-HOLD-ID " released."
                   END-IF
           END-READ.
