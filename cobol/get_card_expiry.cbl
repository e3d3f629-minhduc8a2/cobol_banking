       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET_CARD_EXPIRY.

      *> Shared debit card expiry rule: a card is good to the last
      *> day of its issue month CARD-VALID-YEARS (3) years on, which
      *> is what the embosser prints as MM/YY. LK-EXPIRY-DATE comes
      *> in as the card's CARD-EXPIRY-DATE; when it is zero - a new
      *> card, or one issued before expiry dates were kept - it is
      *> worked out from LK-ISSUED-DATE, otherwise it is left alone.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VALID-YEARS   PIC 9(2) VALUE 3.
       01 WS-PARAM-NAME    PIC X(20) VALUE "CARD-VALID-YEARS".
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-NEXT-MONTH    PIC 9(8).
       01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05 WS-NM-YEAR   PIC 9(4).
           05 WS-NM-MONTH  PIC 9(2).
           05 WS-NM-DAY    PIC 9(2).

       LINKAGE SECTION.
       01 LK-ISSUED-DATE   PIC 9(8).
       01 LK-EXPIRY-DATE   PIC 9(8).

       PROCEDURE DIVISION USING LK-ISSUED-DATE LK-EXPIRY-DATE.
           IF LK-EXPIRY-DATE NOT = 0
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LK-ISSUED-DATE) NOT = 0
               GOBACK
           END-IF
           MOVE "3" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-VALID-YEARS
           END-IF
           IF WS-VALID-YEARS = 0
               MOVE 3 TO WS-VALID-YEARS
           END-IF
      *>   The first of the month after the expiry month, less a day.
           MOVE LK-ISSUED-DATE TO WS-NEXT-MONTH
           ADD WS-VALID-YEARS TO WS-NM-YEAR
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           MOVE 1 TO WS-NM-DAY
           COMPUTE LK-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           GOBACK.
