      *> money came from. Booking now demands an APPROVED application
      *> from the underwriting/approval queue - the amount and term
      *> come off the application, and the booked loan flips it to
      *> BOOKED so the same approval can never fund twice. Collateral
      *> pledged against the application is measured against the
      *> loan-to-value policy first (a loan over policy books only
      *> under a supervisor override) and is carried onto the new
      *> loan when it books. The customer's whole credit exposure -
      *> this approval is already part of it - is held against the
      *> lending limits again at booking, and a relationship over a
      *> limit books only under a supervisor override.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS LA-ID
               FILE STATUS IS LOAN-APP-FILE-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO "collateral.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ID
               ALTERNATE RECORD KEY IS COL-LOAN-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS COL-APP-ID WITH DUPLICATES
               FILE STATUS IS COLLATERAL-FILE-STATUS.
           SELECT RATE-INDEX-FILE ASSIGN TO "rate_index.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD LOAN-APP-FILE.
       COPY "loan_application_record.cpy".

       FD COLLATERAL-FILE.
       COPY "collateral_record.cpy".

       FD RATE-INDEX-FILE.
       COPY "rate_index_record.cpy".

       01 USER-DB-FILE-STATUS       PIC XX.
       01 BALANCE-DB-FILE-STATUS    PIC XX.
       01 WS-USER-ID        PIC 9(10).
       01 WS-OWNERS-CLEARED PIC 9 VALUE 1.
       01 WS-PRINCIPAL      PIC 9(10)V99.
       01 WS-ANNUAL-RATE    PIC 9V9(4).
       01 WS-TERM-MONTHS    PIC 9(3).
       01 WS-RESET-MONTH    PIC 9(3).
       01 WS-RESET-DAY      PIC 9(2).
       01 WS-NEXT-RESET     PIC 9(8) VALUE 0.
       01 COLLATERAL-FILE-STATUS PIC XX.
       01 WS-NO-LOAN-ID     PIC 9(10) VALUE 0.
       01 WS-LTV-VALUE      PIC 9(10)V99.
       01 WS-LTV-PCT        PIC 9(5)V99.
       01 WS-LTV-LIMIT      PIC 9(3)V99.
       01 WS-LTV-RESULT     PIC 9 VALUE 2.
       01 WS-STALE-COUNT    PIC 9(3) VALUE 0.
       01 WS-DISPLAY-PCT    PIC ZZZZ9.99.
       01 WS-DISPLAY-LIMIT  PIC ZZ9.99.
       01 WS-OVERRIDE-RULE  PIC X(20) VALUE "LTV-EXCEPTION".
       01 WS-OVERRIDE-AMOUNT PIC S9(10)V99.
       01 WS-OVERRIDE-GRANTED PIC 9 VALUE 0.
       01 WS-NO-NEW-AMOUNT  PIC 9(10)V99 VALUE 0.
       01 WS-CUST-EXPOSURE  PIC 9(12)V99.
       01 WS-CUST-LIMIT     PIC 9(12)V99.
       01 WS-HOUSEHOLD-ID   PIC 9(10).
       01 WS-HH-EXPOSURE    PIC 9(12)V99.
       01 WS-HH-LIMIT       PIC 9(12)V99.
       01 WS-LIMIT-RESULT   PIC 9 VALUE 0.
       01 WS-CUST-RESULT    PIC 9 VALUE 0.
       01 WS-HH-RESULT      PIC 9 VALUE 0.
       01 WS-DISPLAY-EXPOSURE PIC Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
                   GOBACK
           END-READ
           CLOSE USER-DB-FILE
           CALL "CHECK_BENEFICIAL_OWNERS" USING WS-USER-ID
               WS-OWNERS-CLEARED
           IF WS-OWNERS-CLEARED = 0
               DISPLAY "Business customer's beneficial owner list is "
                   "not certified - loan not originated."
               CLOSE LOAN-APP-FILE
               GOBACK
           END-IF
           DISPLAY "Booking for " USER-REC-NAME ": "
               WS-PRINCIPAL " over " WS-TERM-MONTHS " months."
           DISPLAY "Rate basis ([F]ixed / [V]ariable): "
               CLOSE LOAN-APP-FILE
               GOBACK
           END-IF
           PERFORM CHECK-LOAN-TO-VALUE THRU CHECK-LOAN-TO-VALUE-EXIT
           IF WS-LTV-RESULT = 1 AND WS-OVERRIDE-GRANTED NOT = 1
               DISPLAY "Loan-to-value over policy - loan not "
                   "originated."
               CLOSE LOAN-APP-FILE
               GOBACK
           END-IF
           PERFORM CHECK-LENDING-LIMIT THRU CHECK-LENDING-LIMIT-EXIT
           IF WS-LIMIT-RESULT = 2 AND WS-OVERRIDE-GRANTED NOT = 1
               DISPLAY "Lending limit exceeded - loan not "
                   "originated."
               CLOSE LOAN-APP-FILE
               GOBACK
           END-IF
           PERFORM COMPUTE-PAYMENT-AMOUNT
           DISPLAY "Monthly payment will be " WS-PAYMENT
           DISPLAY "Originate this loan? (Y/N): "
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM WRITE-LOAN-MASTER
           PERFORM LINK-COLLATERAL-TO-LOAN
               THRU LINK-COLLATERAL-TO-LOAN-EXIT
           PERFORM GENERATE-SCHEDULE
           PERFORM OPEN-LOAN-BALANCE
           PERFORM DISBURSE-PRINCIPAL
               " booked)."
           GOBACK.

      *> Measures the principal against the collateral pledged on
      *> the application. Unsecured lending passes untouched; over
      *> policy needs a supervisor to take the exception, and stale
      *> valuations are called out so they get refreshed.
       CHECK-LOAN-TO-VALUE.
           MOVE 0 TO WS-OVERRIDE-GRANTED
           CALL "CHECK_COLLATERAL_LTV" USING WS-APP-ID WS-NO-LOAN-ID
               WS-PRINCIPAL WS-LTV-VALUE WS-LTV-PCT WS-LTV-LIMIT
               WS-LTV-RESULT WS-STALE-COUNT
           IF WS-LTV-RESULT = 2
               DISPLAY "No collateral pledged - unsecured loan."
               GO TO CHECK-LOAN-TO-VALUE-EXIT
           END-IF
           MOVE WS-LTV-PCT TO WS-DISPLAY-PCT
           MOVE WS-LTV-LIMIT TO WS-DISPLAY-LIMIT
           DISPLAY "Collateral " WS-LTV-VALUE " - loan-to-value "
               WS-DISPLAY-PCT "% (policy " WS-DISPLAY-LIMIT "%)"
           IF WS-STALE-COUNT > 0
               DISPLAY "WARNING: " WS-STALE-COUNT " valuation(s) "
                   "are older than policy allows."
           END-IF
           IF WS-LTV-RESULT = 1
               DISPLAY "Loan-to-value is over policy - supervisor "
                   "override required."
               MOVE WS-PRINCIPAL TO WS-OVERRIDE-AMOUNT
               CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
                   WS-USER-ID WS-OVERRIDE-AMOUNT WS-OVERRIDE-GRANTED
           END-IF.
       CHECK-LOAN-TO-VALUE-EXIT.
           EXIT.

      *> The approved application already counts in the customer's
      *> exposure as a commitment, so nothing new is added to it.
       CHECK-LENDING-LIMIT.
           MOVE 0 TO WS-OVERRIDE-GRANTED
           CALL "CHECK_LENDING_LIMIT" USING WS-USER-ID WS-NO-NEW-AMOUNT
               WS-CUST-EXPOSURE WS-CUST-LIMIT WS-HOUSEHOLD-ID
               WS-HH-EXPOSURE WS-HH-LIMIT WS-LIMIT-RESULT
               WS-CUST-RESULT WS-HH-RESULT
           MOVE WS-CUST-EXPOSURE TO WS-DISPLAY-EXPOSURE
           DISPLAY "Customer exposure " WS-DISPLAY-EXPOSURE
           MOVE WS-CUST-LIMIT TO WS-DISPLAY-EXPOSURE
           DISPLAY "    lending limit " WS-DISPLAY-EXPOSURE
           IF WS-HOUSEHOLD-ID NOT = 0
               MOVE WS-HH-EXPOSURE TO WS-DISPLAY-EXPOSURE
               DISPLAY "Household exposure " WS-DISPLAY-EXPOSURE
               MOVE WS-HH-LIMIT TO WS-DISPLAY-EXPOSURE
               DISPLAY "    lending limit " WS-DISPLAY-EXPOSURE
           END-IF
           IF WS-LIMIT-RESULT = 1
               DISPLAY "WARNING: exposure is close to the lending "
                   "limit."
           END-IF
           IF WS-LIMIT-RESULT NOT = 2
               GO TO CHECK-LENDING-LIMIT-EXIT
           END-IF
           DISPLAY "Exposure is over the lending limit - supervisor "
               "override required."
           MOVE WS-PRINCIPAL TO WS-OVERRIDE-AMOUNT
           MOVE "LENDING-LIMIT" TO WS-OVERRIDE-RULE
           CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
               WS-USER-ID WS-OVERRIDE-AMOUNT WS-OVERRIDE-GRANTED.
       CHECK-LENDING-LIMIT-EXIT.
           EXIT.

      *> The application's pledged items now secure the booked loan.
       LINK-COLLATERAL-TO-LOAN.
           OPEN I-O COLLATERAL-FILE
           IF COLLATERAL-FILE-STATUS NOT = "00"
               GO TO LINK-COLLATERAL-TO-LOAN-EXIT
           END-IF
           MOVE WS-APP-ID TO COL-APP-ID
           START COLLATERAL-FILE KEY IS = COL-APP-ID
               INVALID KEY
                   MOVE "10" TO COLLATERAL-FILE-STATUS
           END-START
           PERFORM UNTIL COLLATERAL-FILE-STATUS = "10"
               READ COLLATERAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF COL-APP-ID NOT = WS-APP-ID
                           EXIT PERFORM
                       END-IF
                       IF COL-IS-ACTIVE AND COL-LOAN-ID = 0
                           MOVE WS-NEXT-LOAN-ID TO COL-LOAN-ID
                           REWRITE COLLATERAL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE.
       LINK-COLLATERAL-TO-LOAN-EXIT.
           EXIT.

      *> Standard amortization: payment = P*r / (1 - (1+r)**-n),
      *> with a zero-rate loan falling back to straight division.
       COMPUTE-PAYMENT-AMOUNT.
           MOVE WS-RATE-MARGIN    TO LN-RATE-MARGIN
           MOVE WS-RESET-MONTHS   TO LN-RESET-MONTHS
           MOVE WS-NEXT-RESET     TO LN-NEXT-RESET-DATE
           MOVE "N"               TO LN-ESCROW-FLAG
           MOVE 0                 TO LN-ESCROW-PAYMENT
           MOVE 0                 TO LN-ESCROW-BALANCE
           MOVE 0                 TO LN-ESCROW-ANALYSIS-DATE
           MOVE 0                 TO LN-MOD-COUNT
           MOVE 0                 TO LN-MOD-BASE-PAYMENTS
           MOVE 0                 TO LN-MOD-BASE-MONTH
           MOVE 0                 TO LN-FORBEAR-START
           MOVE 0                 TO LN-FORBEAR-END
           MOVE 0                 TO LN-LATE-FEE-DUE
           WRITE LOAN-MASTER-RECORD
           CLOSE LOAN-MASTER-FILE.

           MOVE WS-INT-PART     TO LS-INTEREST
           MOVE WS-RUNNING-BAL  TO LS-BALANCE-AFTER
           MOVE "N"             TO LS-PAID-FLAG
           MOVE "N"             TO LS-LATE-FEE-FLAG
           MOVE 0               TO LS-LATE-FEE-AMOUNT
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE LOAN-SCHEDULE-RECORD
