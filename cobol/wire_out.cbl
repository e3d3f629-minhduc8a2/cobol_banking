       01 WS-MANDATE-ALLOWED PIC 9 VALUE 0.
       01 WS-MANDATE-ID     PIC 9(10).
       01 WS-MANDATE-CLEAR  PIC 9(10) VALUE 0.
       01 WS-CUSTODIAN-ID   PIC 9(10) VALUE 0.
       01 WS-IS-MINOR       PIC 9 VALUE 0.
       01 WS-TRAINING-FLAG  PIC X VALUE "N".
       01 WS-POSTING-OPERATOR PIC 9(10) VALUE 0.
       01 WS-AUTH-CATEGORY  PIC X(10) VALUE "WIRE".
           END-IF
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           PERFORM VERIFY-CUSTOMER-PIN THRU VERIFY-CUSTOMER-PIN-EXIT
           IF IS-VALID = 0
               GOBACK
           END-IF
               MOVE 1 TO IS-VALID
           ELSE
               MOVE 0 TO IS-VALID
               GO TO VERIFY-CUSTOMER-PIN-EXIT
           END-IF
      *>   A minor cannot sign for a debit alone - the custodian
      *>   acts for them under the mandate path.
           CALL "GET_CUSTODIAN" USING WS-USER-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               DISPLAY "This is a minor's account - the custodian "
                   "(user " WS-CUSTODIAN-ID ") must sign for the "
                   "wire, as [M]andate holder."
               MOVE 0 TO IS-VALID
           END-IF.
       VERIFY-CUSTOMER-PIN-EXIT.
           EXIT.
