      *> for that date and rolls BUSINESS-DATE-FILE forward to the
      *> next day - the calendar only advances when operations says
      *> the day is closed, never because midnight happened to pass
      *> mid-batch. Unopened night depository bags received before
      *> the cutoff block the close outright.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ME-MONTH
               FILE STATUS IS MONTH-END-FILE-STATUS.
           SELECT NIGHT-BAG-FILE ASSIGN TO "night_deposit_bags.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NB-KEY
               FILE STATUS IS NIGHT-BAG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MONTH-END-FILE.
       COPY "month_end_record.cpy".

       FD NIGHT-BAG-FILE.
       COPY "night_bag_record.cpy".

       WORKING-STORAGE SECTION.
       01 BUSINESS-DATE-FILE-STATUS   PIC XX.
       01 BALANCE-HISTORY-FILE-STATUS PIC XX.
       01 WS-CONFIRM            PIC X VALUE "N".
       01 WS-DATE-INT           PIC 9(9).
       01 WS-NEXT-DATE          PIC 9(8).
       01 NIGHT-BAG-FILE-STATUS PIC XX.
       01 WS-BAGS-WAITING       PIC 9(5) VALUE 0.
       01 WS-PARAM-NAME         PIC X(20).
       01 WS-PARAM-VALUE        PIC X(30).
       01 WS-PARAM-FOUND        PIC 9 VALUE 0.
       01 WS-CUTOFF-TIME        PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           END-READ
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           DISPLAY "Business date to close: " WS-BUSINESS-DATE
      *>   Night depository bags taken in before the day's cutoff
      *>   must be opened or returned before the day can close -
      *>   no override; later bags roll into the next day.
           PERFORM CHECK-NIGHT-BAGS THRU CHECK-NIGHT-BAGS-EXIT
           IF WS-BAGS-WAITING > 0
               DISPLAY "End-of-day close refused: " WS-BAGS-WAITING
                   " night depository bag(s) received before the "
                   "cutoff are still unopened."
               CLOSE BUSINESS-DATE-FILE
               GOBACK
           END-IF
           PERFORM CHECK-SNAPSHOT-RAN
           PERFORM CHECK-RECONCILE-RAN
           PERFORM CHECK-GL-POSTED
       CHECK-GL-POSTED-EXIT.
           EXIT.

      *> Any bag still waiting from an earlier date, or from today
      *> before NIGHT-DEPOSIT-CUTOFF (HHMM), holds the close.
       CHECK-NIGHT-BAGS.
           MOVE 0 TO WS-BAGS-WAITING
           MOVE "NIGHT-DEPOSIT-CUTOFF" TO WS-PARAM-NAME
           MOVE "1400" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           COMPUTE WS-CUTOFF-TIME =
               FUNCTION NUMVAL(WS-PARAM-VALUE) * 100
           OPEN INPUT NIGHT-BAG-FILE
           IF NIGHT-BAG-FILE-STATUS NOT = "00"
               GO TO CHECK-NIGHT-BAGS-EXIT
           END-IF
           PERFORM UNTIL NIGHT-BAG-FILE-STATUS = "10"
               READ NIGHT-BAG-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF NB-IS-RECEIVED
                          AND (NB-RECEIVED-DATE < WS-BUSINESS-DATE
                           OR NB-RECEIVED-TIME < WS-CUTOFF-TIME)
                           ADD 1 TO WS-BAGS-WAITING
                           DISPLAY "  Unopened bag " NB-BAG-NUMBER
                               " received " NB-RECEIVED-DATE " "
                               NB-RECEIVED-TIME " branch "
                               NB-BRANCH-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NIGHT-BAG-FILE.
       CHECK-NIGHT-BAGS-EXIT.
           EXIT.

      *> Closing and rolling are one step: the old date is locked the
      *> moment the control row carries the next one, so nothing can
      *> post back into a closed day.
                   MOVE "O" TO ME-CLOSED-FLAG
                   MOVE 0 TO ME-CLOSED-DATE
                   MOVE "N" TO ME-OVERRIDE-FLAG
                   MOVE 0 TO ME-DICOVER-RUN-DATE
                   MOVE 0 TO ME-ALLOWANCE-RUN-DATE
                   MOVE 0 TO ME-ANALYSIS-RUN-DATE
                   WRITE MONTH-END-RECORD
                   CLOSE MONTH-END-FILE
                   GO TO CHECK-MONTH-END-COMPLETE-EXIT
                   WS-CURR-MONTH "."
               MOVE 0 TO WS-MONTH-OK
           END-IF
           IF ME-DICOVER-RUN-DATE = 0
               DISPLAY "WARNING: deposit insurance coverage has not "
                   "run for " WS-CURR-MONTH "."
               MOVE 0 TO WS-MONTH-OK
           END-IF
           IF ME-ALLOWANCE-RUN-DATE = 0
               DISPLAY "WARNING: the loan loss allowance has not "
                   "run for " WS-CURR-MONTH "."
               MOVE 0 TO WS-MONTH-OK
           END-IF
           IF ME-ANALYSIS-RUN-DATE = 0
               DISPLAY "WARNING: business account analysis has not "
                   "run for " WS-CURR-MONTH "."
               MOVE 0 TO WS-MONTH-OK
           END-IF
           CLOSE MONTH-END-FILE.
       CHECK-MONTH-END-COMPLETE-EXIT.
           EXIT.
