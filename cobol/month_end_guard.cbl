       PROGRAM-ID. MONTH_END_GUARD.

      *> Shared month-end run control: a monthly job names itself
      *> ("CAPITALIZE" / "FEE" / "ROLLOVER" / "FXREVAL" /
      *> "DICOVERAGE" / "ALLOWANCE" / "ANALYSIS") and this
      *> answers whether it may run for the current business month.
      *> Blocked when that job already ran this month or the month
      *> is stamped closed; otherwise the run is recorded on the
                   MOVE "O" TO ME-CLOSED-FLAG
                   MOVE 0 TO ME-CLOSED-DATE
                   MOVE "N" TO ME-OVERRIDE-FLAG
                   MOVE 0 TO ME-DICOVER-RUN-DATE
                   MOVE 0 TO ME-ALLOWANCE-RUN-DATE
                   MOVE 0 TO ME-ANALYSIS-RUN-DATE
                   WRITE MONTH-END-RECORD
           END-READ
           IF ME-IS-CLOSED
                   ELSE
                       MOVE WS-BUSINESS-DATE TO ME-FXREVAL-RUN-DATE
                   END-IF
               WHEN "DICOVERAGE"
                   IF ME-DICOVER-RUN-DATE > 0
                       MOVE 1 TO WS-ALREADY
                   ELSE
                       MOVE WS-BUSINESS-DATE TO ME-DICOVER-RUN-DATE
                   END-IF
               WHEN "ALLOWANCE"
                   IF ME-ALLOWANCE-RUN-DATE > 0
                       MOVE 1 TO WS-ALREADY
                   ELSE
                       MOVE WS-BUSINESS-DATE
                           TO ME-ALLOWANCE-RUN-DATE
                   END-IF
               WHEN "ANALYSIS"
                   IF ME-ANALYSIS-RUN-DATE > 0
                       MOVE 1 TO WS-ALREADY
                   ELSE
                       MOVE WS-BUSINESS-DATE
                           TO ME-ANALYSIS-RUN-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
