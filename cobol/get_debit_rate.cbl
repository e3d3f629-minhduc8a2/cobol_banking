       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET_DEBIT_RATE.

      *> Hands back the annual debit interest rate for one overdrawn
      *> account as of a date, so INTEREST_ACCRUAL and
      *> BACKDATED_POSTING price an overdraft the same way: the
      *> product's PRD-DEBIT-RATE, replaced by a negotiated rate
      *> when a pricing exception in force carries one, and held to
      *> the servicemember cap for a customer on active duty (an
      *> overdraft has no origination date, so it is always treated
      *> as predating the duty start). Zero means no debit interest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-EXC-FILE ASSIGN TO "pricing_exceptions.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS PRICING-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRICING-EXC-FILE.
       COPY "pricing_exception_record.cpy".

       WORKING-STORAGE SECTION.
       01 PRICING-EXC-FILE-STATUS PIC XX.
       COPY "product_record.cpy".
       01 WS-PRODUCT-FOUND PIC 9 VALUE 0.
       01 WS-DEBT-DATE     PIC 9(8) VALUE 0.
       01 WS-SCRA-CAP-RATE PIC 9V9(4).
       01 WS-SCRA-CAPPED   PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LK-USER-ID      PIC 9(10).
       01 LK-ACCOUNT-TYPE PIC X(10).
       01 LK-AS-OF-DATE   PIC 9(8).
       01 LK-DEBIT-RATE   PIC 9V9(4).

       PROCEDURE DIVISION USING LK-USER-ID LK-ACCOUNT-TYPE
                                 LK-AS-OF-DATE LK-DEBIT-RATE.
           MOVE 0 TO LK-DEBIT-RATE
           CALL "GET_PRODUCT" USING LK-ACCOUNT-TYPE PRODUCT-RECORD
               WS-PRODUCT-FOUND
           IF WS-PRODUCT-FOUND = 1
               MOVE PRD-DEBIT-RATE TO LK-DEBIT-RATE
           END-IF
           OPEN INPUT PRICING-EXC-FILE
           IF PRICING-EXC-FILE-STATUS = "00"
               MOVE LK-USER-ID TO PX-USER-ID
               MOVE LK-ACCOUNT-TYPE TO PX-ACCOUNT-TYPE
               READ PRICING-EXC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PX-EXPIRY-DATE >= LK-AS-OF-DATE
                          AND PX-HAS-DEBIT-RATE
                           MOVE PX-DEBIT-RATE TO LK-DEBIT-RATE
                       END-IF
               END-READ
               CLOSE PRICING-EXC-FILE
           END-IF
           IF LK-DEBIT-RATE = 0
               GOBACK
           END-IF
           CALL "GET_SERVICEMEMBER_CAP" USING LK-USER-ID WS-DEBT-DATE
               LK-AS-OF-DATE WS-SCRA-CAP-RATE WS-SCRA-CAPPED
           IF WS-SCRA-CAPPED = 1 AND WS-SCRA-CAP-RATE < LK-DEBIT-RATE
               MOVE WS-SCRA-CAP-RATE TO LK-DEBIT-RATE
           END-IF
           GOBACK.
