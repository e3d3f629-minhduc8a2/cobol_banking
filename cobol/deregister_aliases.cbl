       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEREGISTER_ALIASES.

      *> Takes a customer's payment aliases out of the directory when
      *> the account behind them goes: every live ("A" or "P") alias
      *> registered to LK-USER-ID against LK-ACCOUNT-TYPE - or against
      *> any of their accounts when LK-ACCOUNT-TYPE is spaces, for a
      *> customer being archived, deleted or merged away - is marked
      *> "D" with the date and LK-REASON. Called by every program that
      *> removes a balance row or a customer, so an alias can never
      *> route money to a closed account or a departed customer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-ALIAS-FILE ASSIGN TO "payment_alias.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ALIAS
               FILE STATUS IS PAYMENT-ALIAS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-ALIAS-FILE.
       COPY "payment_alias_record.cpy".

       WORKING-STORAGE SECTION.
       01 PAYMENT-ALIAS-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OLD-STATUS    PIC X(30).
       01 WS-NEW-STATUS    PIC X(30).
       01 WS-CHANGE-PROGRAM PIC X(20) VALUE "DEREGISTER_ALIASES".
       01 WS-CHANGE-KEY    PIC X(30).
       01 WS-CHANGE-FIELD  PIC X(20) VALUE "PA-STATUS".

       LINKAGE SECTION.
       01 LK-USER-ID       PIC 9(10).
       01 LK-ACCOUNT-TYPE  PIC X(10).
       01 LK-REASON        PIC X(20).

       PROCEDURE DIVISION USING LK-USER-ID LK-ACCOUNT-TYPE
                                LK-REASON.
           OPEN I-O PAYMENT-ALIAS-FILE
           IF PAYMENT-ALIAS-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE LOW-VALUES TO PA-ALIAS
           START PAYMENT-ALIAS-FILE KEY IS NOT LESS THAN PA-ALIAS
               INVALID KEY
                   MOVE "10" TO PAYMENT-ALIAS-FILE-STATUS
           END-START
           PERFORM UNTIL PAYMENT-ALIAS-FILE-STATUS = "10"
               READ PAYMENT-ALIAS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PA-USER-ID = LK-USER-ID
                  AND NOT PA-IS-DEREGISTERED
                  AND (LK-ACCOUNT-TYPE = SPACES
                       OR PA-ACCOUNT-TYPE = LK-ACCOUNT-TYPE)
                   MOVE PA-STATUS TO WS-OLD-STATUS
                   MOVE "D" TO PA-STATUS
                   MOVE WS-BUSINESS-DATE TO PA-DEREGISTERED-DATE
                   MOVE LK-REASON TO PA-DEREG-REASON
                   REWRITE PAYMENT-ALIAS-RECORD
                   MOVE PA-ALIAS TO WS-CHANGE-KEY
                   MOVE "D" TO WS-NEW-STATUS
                   CALL "LOG_REF_CHANGE" USING WS-CHANGE-PROGRAM
                       WS-CHANGE-KEY WS-CHANGE-FIELD WS-OLD-STATUS
                       WS-NEW-STATUS
               END-IF
           END-PERFORM
           CLOSE PAYMENT-ALIAS-FILE
           GOBACK.
