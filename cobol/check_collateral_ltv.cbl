       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK_COLLATERAL_LTV.

      *> Shared loan-to-value check: totals the active collateral on
      *> a booked loan (LK-LOAN-ID) or, before booking, on its
      *> application (LK-APP-ID when LK-LOAN-ID is zero) and sets the
      *> exposure against it. Each item counts at appraised value
      *> less senior liens; the policy limit is weighted across the
      *> items by each type's maximum LTV, so a mixed pledge lends
      *> exactly what its parts would on their own.
      *> LK-LTV-RESULT: 0 within policy, 1 over policy, 2 no
      *> collateral (unsecured). LK-STALE-COUNT is the number of
      *> items whose valuation is older than its type allows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO "collateral.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ID
               ALTERNATE RECORD KEY IS COL-LOAN-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS COL-APP-ID WITH DUPLICATES
               FILE STATUS IS COLLATERAL-FILE-STATUS.
           SELECT COLLATERAL-POLICY-FILE ASSIGN TO
               "collateral_policy.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-COLLATERAL-TYPE
               FILE STATUS IS COLLATERAL-POLICY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLATERAL-FILE.
       COPY "collateral_record.cpy".

       FD COLLATERAL-POLICY-FILE.
       COPY "collateral_policy_record.cpy".

       WORKING-STORAGE SECTION.
       01 COLLATERAL-FILE-STATUS        PIC XX.
       01 COLLATERAL-POLICY-FILE-STATUS PIC XX.
       01 WS-POLICY-OPEN    PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-DEFAULT-VEHICLE-LTV  PIC 9(3)V99 VALUE 80.00.
       01 WS-DEFAULT-PROPERTY-LTV PIC 9(3)V99 VALUE 80.00.
       01 WS-DEFAULT-DEPOSIT-LTV  PIC 9(3)V99 VALUE 90.00.
       01 WS-DEFAULT-VEHICLE-AGE  PIC 9(3) VALUE 12.
       01 WS-DEFAULT-PROPERTY-AGE PIC 9(3) VALUE 36.
       01 WS-DEFAULT-DEPOSIT-AGE  PIC 9(3) VALUE 12.
       01 WS-MAX-LTV        PIC 9(3)V99.
       01 WS-REVALUE-MONTHS PIC 9(3).
       01 WS-NET-VALUE      PIC S9(10)V99.
       01 WS-TOTAL-VALUE    PIC S9(12)V99 VALUE 0.
       01 WS-LENDABLE       PIC S9(12)V99 VALUE 0.
       01 WS-ITEM-COUNT     PIC 9(4) VALUE 0.
       01 WS-AGE-MONTHS     PIC S9(5).
       01 WS-DATE-WORK      PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YEAR  PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY   PIC 9(2).
       01 WS-BD-MONTHS      PIC 9(6).

       LINKAGE SECTION.
       01 LK-APP-ID           PIC 9(10).
       01 LK-LOAN-ID          PIC 9(10).
       01 LK-EXPOSURE         PIC 9(10)V99.
       01 LK-COLLATERAL-VALUE PIC 9(10)V99.
       01 LK-LTV-PCT          PIC 9(5)V99.
       01 LK-LTV-LIMIT-PCT    PIC 9(3)V99.
       01 LK-LTV-RESULT       PIC 9.
       01 LK-STALE-COUNT      PIC 9(3).

       PROCEDURE DIVISION USING LK-APP-ID LK-LOAN-ID LK-EXPOSURE
                                 LK-COLLATERAL-VALUE LK-LTV-PCT
                                 LK-LTV-LIMIT-PCT LK-LTV-RESULT
                                 LK-STALE-COUNT.
       MAIN-PARA.
           MOVE 0 TO LK-COLLATERAL-VALUE
           MOVE 0 TO LK-LTV-PCT
           MOVE 0 TO LK-LTV-LIMIT-PCT
           MOVE 2 TO LK-LTV-RESULT
           MOVE 0 TO LK-STALE-COUNT
           MOVE 0 TO WS-TOTAL-VALUE
           MOVE 0 TO WS-LENDABLE
           MOVE 0 TO WS-ITEM-COUNT
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-BD-MONTHS = WS-DATE-YEAR * 12 + WS-DATE-MONTH
           OPEN INPUT COLLATERAL-FILE
           IF COLLATERAL-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE 0 TO WS-POLICY-OPEN
           OPEN INPUT COLLATERAL-POLICY-FILE
           IF COLLATERAL-POLICY-FILE-STATUS = "00"
               MOVE 1 TO WS-POLICY-OPEN
           END-IF
           IF LK-LOAN-ID NOT = 0
               MOVE LK-LOAN-ID TO COL-LOAN-ID
               START COLLATERAL-FILE KEY IS = COL-LOAN-ID
                   INVALID KEY
                       MOVE "10" TO COLLATERAL-FILE-STATUS
               END-START
           ELSE
               MOVE LK-APP-ID TO COL-APP-ID
               START COLLATERAL-FILE KEY IS = COL-APP-ID
                   INVALID KEY
                       MOVE "10" TO COLLATERAL-FILE-STATUS
               END-START
           END-IF
           PERFORM UNTIL COLLATERAL-FILE-STATUS = "10"
               READ COLLATERAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LK-LOAN-ID NOT = 0
                           IF COL-LOAN-ID NOT = LK-LOAN-ID
                               EXIT PERFORM
                           END-IF
                       ELSE
                           IF COL-APP-ID NOT = LK-APP-ID
                               EXIT PERFORM
                           END-IF
                       END-IF
                       IF COL-IS-ACTIVE
                           PERFORM ADD-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE
           IF WS-POLICY-OPEN = 1
               CLOSE COLLATERAL-POLICY-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               GOBACK
           END-IF
           IF WS-TOTAL-VALUE > 0
               MOVE WS-TOTAL-VALUE TO LK-COLLATERAL-VALUE
               COMPUTE LK-LTV-PCT ROUNDED =
                   LK-EXPOSURE * 100 / WS-TOTAL-VALUE
               COMPUTE LK-LTV-LIMIT-PCT ROUNDED =
                   WS-LENDABLE * 100 / WS-TOTAL-VALUE
           ELSE
      *>       Liens ahead of us swallow the whole value - nothing
      *>       left to lend against.
               MOVE 99999.99 TO LK-LTV-PCT
           END-IF
           IF LK-EXPOSURE > WS-LENDABLE
               MOVE 1 TO LK-LTV-RESULT
           ELSE
               MOVE 0 TO LK-LTV-RESULT
           END-IF
           GOBACK.

       ADD-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           PERFORM GET-TYPE-POLICY
           IF COL-LIEN-POSITION > 1
               COMPUTE WS-NET-VALUE =
                   COL-APPRAISED-VALUE - COL-PRIOR-LIENS
           ELSE
               MOVE COL-APPRAISED-VALUE TO WS-NET-VALUE
           END-IF
           IF WS-NET-VALUE < 0
               MOVE 0 TO WS-NET-VALUE
           END-IF
           ADD WS-NET-VALUE TO WS-TOTAL-VALUE
           COMPUTE WS-LENDABLE ROUNDED =
               WS-LENDABLE + WS-NET-VALUE * WS-MAX-LTV / 100
           MOVE COL-VALUATION-DATE TO WS-DATE-WORK
           COMPUTE WS-AGE-MONTHS = WS-BD-MONTHS
               - (WS-DATE-YEAR * 12 + WS-DATE-MONTH)
           IF COL-VALUATION-DATE = 0
              OR WS-AGE-MONTHS > WS-REVALUE-MONTHS
               ADD 1 TO LK-STALE-COUNT
           END-IF.

       GET-TYPE-POLICY.
           EVALUATE TRUE
               WHEN COL-IS-VEHICLE
                   MOVE WS-DEFAULT-VEHICLE-LTV TO WS-MAX-LTV
                   MOVE WS-DEFAULT-VEHICLE-AGE TO WS-REVALUE-MONTHS
               WHEN COL-IS-PROPERTY
                   MOVE WS-DEFAULT-PROPERTY-LTV TO WS-MAX-LTV
                   MOVE WS-DEFAULT-PROPERTY-AGE TO WS-REVALUE-MONTHS
               WHEN OTHER
                   MOVE WS-DEFAULT-DEPOSIT-LTV TO WS-MAX-LTV
                   MOVE WS-DEFAULT-DEPOSIT-AGE TO WS-REVALUE-MONTHS
           END-EVALUATE
           IF WS-POLICY-OPEN = 1
               MOVE COL-TYPE TO CP-COLLATERAL-TYPE
               READ COLLATERAL-POLICY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-MAX-LTV-PCT TO WS-MAX-LTV
                       MOVE CP-REVALUE-MONTHS TO WS-REVALUE-MONTHS
               END-READ
           END-IF.
