      *> LK-AMOUNT as of the business date? Full powers cover
      *> anything; a withdrawal cap covers amounts up to its
      *> ceiling; inquire-only covers only a zero amount. Revoked,
      *> expired or not-yet-effective rows never authorize. The
      *> custodian of a minor's accounts holds full powers over them
      *> without a mandate row, until the minor comes of age.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 MANDATE-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-CUSTODIAN-ID  PIC 9(10).
       01 WS-IS-MINOR      PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LK-ACCOUNT-USER-ID PIC 9(10).
                                 LK-MANDATE-ID.
           MOVE 0 TO LK-ALLOWED
           MOVE 0 TO LK-MANDATE-ID
           CALL "GET_CUSTODIAN" USING LK-ACCOUNT-USER-ID
               WS-CUSTODIAN-ID WS-IS-MINOR
           IF WS-IS-MINOR = 1 AND WS-CUSTODIAN-ID = LK-HOLDER-ID
               MOVE 1 TO LK-ALLOWED
               GOBACK
           END-IF
           OPEN INPUT MANDATE-FILE
           IF MANDATE-FILE-STATUS NOT = "00"
               GOBACK
