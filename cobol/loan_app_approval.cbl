      *> what LOAN_ORIGINATE demands before booking) or DECLINED
      *> with a reason. A decline keeps the reason on the
      *> application and queues the adverse-action letter event.
      *> Each application shows its loan-to-value against the
      *> collateral pledged on it; approving one over policy takes a
      *> second confirmation and flags the application so the
      *> exception is on record when it comes to be booked.
      *> The customer's whole credit relationship is shown with it -
      *> everything already lent or committed, alone and with their
      *> household, plus this request - against the lending limits;
      *> approving past a limit takes a supervisor override and is
      *> flagged on the application the same way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-EVENT-TYPE    PIC X(15).
       01 WS-EVENT-ACCOUNT PIC X(10) VALUE "LOAN".
       01 WS-EVENT-AMOUNT  PIC S9(10)V99.
       01 WS-NO-LOAN-ID    PIC 9(10) VALUE 0.
       01 WS-LTV-VALUE     PIC 9(10)V99.
       01 WS-LTV-PCT       PIC 9(5)V99.
       01 WS-LTV-LIMIT     PIC 9(3)V99.
       01 WS-LTV-RESULT    PIC 9 VALUE 2.
       01 WS-STALE-COUNT   PIC 9(3) VALUE 0.
       01 WS-DISPLAY-PCT   PIC ZZZZ9.99.
       01 WS-DISPLAY-LIMIT PIC ZZ9.99.
       01 WS-CONFIRM       PIC X VALUE "N".
       01 WS-LTV-FLAG-TEXT PIC X(17) VALUE "LTV OVER POLICY; ".
       01 WS-CUST-EXPOSURE PIC 9(12)V99.
       01 WS-CUST-LIMIT    PIC 9(12)V99.
       01 WS-HOUSEHOLD-ID  PIC 9(10).
       01 WS-HH-EXPOSURE   PIC 9(12)V99.
       01 WS-HH-LIMIT      PIC 9(12)V99.
       01 WS-LIMIT-RESULT  PIC 9 VALUE 0.
       01 WS-CUST-RESULT   PIC 9 VALUE 0.
       01 WS-HH-RESULT     PIC 9 VALUE 0.
       01 WS-DISPLAY-EXPOSURE PIC Z(11)9.99.
       01 WS-OVERRIDE-RULE PIC X(20) VALUE "LENDING-LIMIT".
       01 WS-OVERRIDE-AMOUNT PIC S9(10)V99.
       01 WS-OVERRIDE-GRANTED PIC 9 VALUE 0.
       01 WS-LIMIT-FLAG-TEXT PIC X(19) VALUE "OVER LENDING LIMIT;".

       PROCEDURE DIVISION.
       MAIN-PARA.
               CLOSE LOAN-APP-FILE
               GOBACK
           END-IF
           PERFORM WORK-ONE-APPLICATION THRU WORK-ONE-APPLICATION-EXIT
           CLOSE LOAN-APP-FILE
           GOBACK.

                               " arrears " LA-ARREARS-FLAG
                               " OD util " LA-OD-UTILIZATION "%"
                           DISPLAY "    " LA-REASON
                           PERFORM SHOW-APP-LTV THRU SHOW-APP-LTV-EXIT
                           PERFORM SHOW-APP-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM SHOW-APP-LTV THRU SHOW-APP-LTV-EXIT
                   IF WS-LTV-RESULT = 1
                       DISPLAY "Loan-to-value is over policy - "
                           "approve as an exception? (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                           DISPLAY "Application " WS-APP-ID
                               " left in the queue."
                           GO TO WORK-ONE-APPLICATION-EXIT
                       END-IF
                       IF LA-REASON(1:17) NOT = WS-LTV-FLAG-TEXT
                           MOVE SPACES TO WS-REASON
                           STRING WS-LTV-FLAG-TEXT LA-REASON
                               DELIMITED BY SIZE INTO WS-REASON
                           MOVE WS-REASON TO LA-REASON
                       END-IF
                   END-IF
                   PERFORM SHOW-APP-EXPOSURE
                   IF WS-LIMIT-RESULT = 2
                       DISPLAY "Approving takes the customer over the "
                           "lending limit - supervisor override "
                           "required."
                       MOVE LA-AMOUNT TO WS-OVERRIDE-AMOUNT
                       CALL "SUPERVISOR_OVERRIDE" USING
                           WS-OVERRIDE-RULE LA-USER-ID
                           WS-OVERRIDE-AMOUNT WS-OVERRIDE-GRANTED
                       IF WS-OVERRIDE-GRANTED NOT = 1
                           DISPLAY "Application " WS-APP-ID
                               " left in the queue."
                           GO TO WORK-ONE-APPLICATION-EXIT
                       END-IF
                       IF LA-REASON(1:19) NOT = WS-LIMIT-FLAG-TEXT
                           MOVE SPACES TO WS-REASON
                           STRING WS-LIMIT-FLAG-TEXT " " LA-REASON
                               DELIMITED BY SIZE INTO WS-REASON
                           MOVE WS-REASON TO LA-REASON
                       END-IF
                   END-IF
                   MOVE "A" TO LA-STATUS
                   REWRITE LOAN-APP-RECORD
                   DISPLAY "Application " WS-APP-ID " approved - "
           END-EVALUATE.
       WORK-ONE-APPLICATION-EXIT.
           EXIT.

       SHOW-APP-LTV.
           CALL "CHECK_COLLATERAL_LTV" USING LA-ID WS-NO-LOAN-ID
               LA-AMOUNT WS-LTV-VALUE WS-LTV-PCT WS-LTV-LIMIT
               WS-LTV-RESULT WS-STALE-COUNT
           IF WS-LTV-RESULT = 2
               DISPLAY "    collateral: none (unsecured)"
               GO TO SHOW-APP-LTV-EXIT
           END-IF
           MOVE WS-LTV-PCT TO WS-DISPLAY-PCT
           MOVE WS-LTV-LIMIT TO WS-DISPLAY-LIMIT
           DISPLAY "    collateral " WS-LTV-VALUE " LTV "
               WS-DISPLAY-PCT "% (policy " WS-DISPLAY-LIMIT "%)"
           IF WS-LTV-RESULT = 1
               DISPLAY "    ** LTV OVER POLICY **"
           END-IF
           IF WS-STALE-COUNT > 0
               DISPLAY "    ** " WS-STALE-COUNT " stale valuation(s) **"
           END-IF.
       SHOW-APP-LTV-EXIT.
           EXIT.

      *> What the customer (and their household) would owe the bank
      *> in all, this request included, against the lending limits.
       SHOW-APP-EXPOSURE.
           CALL "CHECK_LENDING_LIMIT" USING LA-USER-ID LA-AMOUNT
               WS-CUST-EXPOSURE WS-CUST-LIMIT WS-HOUSEHOLD-ID
               WS-HH-EXPOSURE WS-HH-LIMIT WS-LIMIT-RESULT
               WS-CUST-RESULT WS-HH-RESULT
           MOVE WS-CUST-EXPOSURE TO WS-DISPLAY-EXPOSURE
           DISPLAY "    exposure with this loan " WS-DISPLAY-EXPOSURE
           MOVE WS-CUST-LIMIT TO WS-DISPLAY-EXPOSURE
           DISPLAY "        customer limit      " WS-DISPLAY-EXPOSURE
           IF WS-HOUSEHOLD-ID NOT = 0
               MOVE WS-HH-EXPOSURE TO WS-DISPLAY-EXPOSURE
               DISPLAY "    household " WS-HOUSEHOLD-ID " exposure "
                   WS-DISPLAY-EXPOSURE
               MOVE WS-HH-LIMIT TO WS-DISPLAY-EXPOSURE
               DISPLAY "        household limit     "
                   WS-DISPLAY-EXPOSURE
           END-IF
           EVALUATE WS-LIMIT-RESULT
               WHEN 1
                   DISPLAY "    ** NEAR LENDING LIMIT **"
               WHEN 2
                   DISPLAY "    ** OVER LENDING LIMIT **"
           END-EVALUATE.
