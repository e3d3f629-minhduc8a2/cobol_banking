      *> through NEXT_BUSINESS_DAY. The hold reason carries the
      *> depositing check's reference, and RELEASE_EXPIRED_HOLDS
      *> frees the money on schedule. No more checks keyed as cash
      *> DEPOSITs and spent before they clear. Each item is also
      *> logged to DEPOSITED-CHECK-FILE with the bank and account it
      *> is drawn on, for KITING_DETECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FH-HOLD-ID
               FILE STATUS IS FUNDS-HOLD-FILE-STATUS.
           SELECT DEPOSITED-CHECK-FILE ASSIGN TO "deposited_checks.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCK-ID
               FILE STATUS IS DEPOSITED-CHECK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FUNDS-HOLD-FILE.
       COPY "funds_hold_record.cpy".

       FD DEPOSITED-CHECK-FILE.
       COPY "deposited_check_record.cpy".

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS PIC XX.
       01 FUNDS-HOLD-FILE-STATUS PIC XX.
       01 DEPOSITED-CHECK-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-USER-ID       PIC 9(10).
       01 WS-ACCOUNT-TYPE  PIC X(10).
       01 WS-CHECK-REF     PIC X(15).
       01 WS-DRAWEE-BANK   PIC X(11).
       01 WS-DRAWEE-ACCOUNT PIC X(17).
       01 WS-NEXT-DCK-ID   PIC 9(10).
       01 WS-AMOUNT        PIC 9(10)V99.
       01 WS-ACCOUNT-FROZEN PIC 9 VALUE 0.
       01 WS-TXN-AMOUNT    PIC S9(10)V99.
           END-IF
           DISPLAY "Depositing check reference: "
           ACCEPT WS-CHECK-REF
           DISPLAY "Drawn on - bank routing code: "
           ACCEPT WS-DRAWEE-BANK
           DISPLAY "Drawn on - account number: "
           ACCEPT WS-DRAWEE-ACCOUNT
           IF WS-DRAWEE-BANK = SPACES OR WS-DRAWEE-ACCOUNT = SPACES
               DISPLAY "Drawee bank and account are required."
               GOBACK
           END-IF
           DISPLAY "Check amount: "
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT = 0
               MOVE WS-SLOW-EXPIRY TO WS-HOLD-EXPIRY
               PERFORM PLACE-ONE-HOLD
           END-IF
           PERFORM LOG-DEPOSITED-CHECK THRU LOG-DEPOSITED-CHECK-EXIT
           DISPLAY "Check " WS-CHECK-REF " deposited - funds held "
               "per the availability schedule."
           GOBACK.
           CLOSE FUNDS-HOLD-FILE.
       PLACE-ONE-HOLD-EXIT.
           EXIT.

       LOG-DEPOSITED-CHECK.
           CALL "GET_NEXT_SEQ" USING "DEPOSITED-CHECK-ID  "
                                      WS-NEXT-DCK-ID WS-SEQ-STATUS
           IF WS-SEQ-STATUS NOT = 1
               DISPLAY "WARNING: deposited-check ID unavailable - "
                   "drawee not logged."
               GO TO LOG-DEPOSITED-CHECK-EXIT
           END-IF
           OPEN I-O DEPOSITED-CHECK-FILE
           IF DEPOSITED-CHECK-FILE-STATUS = "35"
               OPEN OUTPUT DEPOSITED-CHECK-FILE
               CLOSE DEPOSITED-CHECK-FILE
               OPEN I-O DEPOSITED-CHECK-FILE
           END-IF
           MOVE WS-NEXT-DCK-ID    TO DCK-ID
           MOVE WS-USER-ID        TO DCK-USER-ID
           MOVE WS-ACCOUNT-TYPE   TO DCK-ACCOUNT-TYPE
           MOVE WS-BUSINESS-DATE  TO DCK-DEPOSIT-DATE
           MOVE WS-CHECK-REF      TO DCK-CHECK-REF
           MOVE WS-AMOUNT         TO DCK-AMOUNT
           MOVE WS-DRAWEE-BANK    TO DCK-DRAWEE-BANK
           MOVE WS-DRAWEE-ACCOUNT TO DCK-DRAWEE-ACCOUNT
           MOVE "D"               TO DCK-STATUS
           MOVE 0                 TO DCK-RETURN-DATE
           MOVE SPACES            TO DCK-RETURN-REASON
           WRITE DEPOSITED-CHECK-RECORD
           CLOSE DEPOSITED-CHECK-FILE.
       LOG-DEPOSITED-CHECK-EXIT.
           EXIT.
