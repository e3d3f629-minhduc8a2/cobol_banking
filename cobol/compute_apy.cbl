       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPUTE_APY.

      *> Shared annual percentage yield arithmetic, the disclosure
      *> rules' own formula:
      *>     APY = 100 * ((1 + interest / principal) ** (365 / days)
      *>                  - 1)
      *> The opening disclosure passes a year's compounded interest
      *> on the quoted balance (or a term deposit's interest to
      *> maturity and the days in its term); the statement passes
      *> the interest actually credited in the period, the period's
      *> average daily balance and its days - the "APY earned". One
      *> routine for both so the quoted and earned figures can never
      *> be worked out two different ways. Comes back 0.00 when
      *> there is no positive principal, interest or term.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RATIO      PIC 9(3)V9(12).
       01 WS-EXPONENT   PIC 9(3)V9(9).
       01 WS-GROWTH     PIC 9(5)V9(12).

       LINKAGE SECTION.
       01 LK-PRINCIPAL  PIC S9(12)V99.
       01 LK-INTEREST   PIC S9(12)V99.
       01 LK-DAYS       PIC 9(5).
       01 LK-APY        PIC 9(3)V99.

       PROCEDURE DIVISION USING LK-PRINCIPAL LK-INTEREST LK-DAYS
                                 LK-APY.
           MOVE 0 TO LK-APY
           IF LK-PRINCIPAL <= 0 OR LK-INTEREST <= 0 OR LK-DAYS = 0
               GOBACK
           END-IF
           COMPUTE WS-RATIO = LK-INTEREST / LK-PRINCIPAL
           COMPUTE WS-EXPONENT = 365 / LK-DAYS
           COMPUTE WS-GROWTH = (1 + WS-RATIO) ** WS-EXPONENT
           COMPUTE LK-APY ROUNDED = (WS-GROWTH - 1) * 100
               ON SIZE ERROR
                   MOVE 999.99 TO LK-APY
           END-COMPUTE
           GOBACK.
