       01 WS-SCHED-EMPTY   PIC 9 VALUE 1.
       01 WS-MODE-FLAG     PIC X VALUE "N".
       01 WS-FORCE-RUN     PIC 9 VALUE 0.
       COPY "file_layouts.cpy".
       01 WS-LAYOUT-ACTION PIC X(8) VALUE "CHECK".
       01 WS-LAYOUT-FILE   PIC X(20).
       01 WS-LAYOUT-PROGRAM PIC X(20) VALUE "BATCH_DRIVER".
       01 WS-LAYOUT-OK     PIC 9 VALUE 0.
       01 WS-LAYOUTS-BLOCKED PIC 9 VALUE 0.
       01 BATCH-HISTORY-FILE-STATUS PIC XX.
      *> Start/end stamps per job, kept in the history file so the
      *> SLA report can trend each step's duration run over run.
       01 WS-START-SECS    PIC 9(7).
       01 WS-END-SECS      PIC 9(7).
       01 WS-DURATION-SECS PIC S9(7).
      *> The per-account jobs that share one read of balance.db: when
      *> a BALANCE_SWEEP row is due they run inside it, each only if
      *> its own row is due, instead of as steps of their own.
       COPY "balance_sweep_jobs.cpy".
       01 WS-SWEEP-DUE     PIC 9 VALUE 0.
       01 WS-SWEEP-ROW-SEQ PIC 9(3).
       01 WS-SWEEP-IX      PIC 9.
       01 WS-SWEEP-JOB-IX  PIC 9.
       01 WS-SWEEP-SEQ-TABLE.
           05 WS-SWEEP-JOB-SEQ PIC 9(3) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
               DELIMITED BY SIZE INTO BATCH-LOG-LINE
           WRITE BATCH-LOG-LINE
           DISPLAY BATCH-LOG-LINE
      *>   Not one job runs against master files in a record layout
      *>   this release is not built for.
           PERFORM CHECK-FILE-LAYOUTS
           IF WS-LAYOUTS-BLOCKED = 1
               MOVE SPACES TO BATCH-LOG-LINE
               STRING "Batch run refused - master files are not in "
                   "this release's record layout"
                   DELIMITED BY SIZE INTO BATCH-LOG-LINE
               WRITE BATCH-LOG-LINE
               DISPLAY BATCH-LOG-LINE
               CLOSE BATCH-LOG-FILE
               MOVE "N" TO WS-MODE-FLAG
               CALL "SET_BATCH_MODE" USING WS-MODE-FLAG
               GOBACK
           END-IF
           PERFORM OPEN-SCHEDULE
           PERFORM SEED-SCHEDULE-IF-EMPTY
           PERFORM CHECK-RESTART-POSITION
           PERFORM PLAN-BALANCE-SWEEP THRU PLAN-BALANCE-SWEEP-EXIT
           PERFORM RUN-DUE-JOBS
           PERFORM CLEAR-CHECKPOINT
           MOVE SPACES TO BATCH-LOG-LINE
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CONSIDER-ONE-JOB
                           THRU CONSIDER-ONE-JOB-EXIT
               END-READ
           END-PERFORM.
       RUN-DUE-JOBS-EXIT.
               ADD 1 TO WS-JOBS-SKIPPED
               GO TO CONSIDER-ONE-JOB-EXIT
           END-IF
           PERFORM FIND-SWEEP-JOB
           IF WS-SWEEP-DUE = 1 AND WS-SWEEP-JOB-IX > 0
               MOVE SPACES TO BATCH-LOG-LINE
               STRING "STEP " JS-SEQUENCE ": " JS-JOB-NAME
                   " - runs in BALANCE_SWEEP"
                   DELIMITED BY SIZE INTO BATCH-LOG-LINE
               WRITE BATCH-LOG-LINE
               DISPLAY BATCH-LOG-LINE
               GO TO CONSIDER-ONE-JOB-EXIT
           END-IF
           PERFORM CHECK-JOB-DUE
           IF WS-JOB-DUE = 0
               ADD 1 TO WS-JOBS-SKIPPED
               GO TO CONSIDER-ONE-JOB-EXIT
           END-IF
           ACCEPT WS-STEP-START FROM TIME
           IF JS-JOB-NAME = "BALANCE_SWEEP"
               CALL "BALANCE_SWEEP" USING BSJ-SWITCHES
           ELSE
               CALL JS-JOB-NAME
           END-IF
           ACCEPT WS-STEP-END FROM TIME
           PERFORM RECORD-STEP-DURATION
           MOVE WS-BUSINESS-DATE TO JS-LAST-RUN-DATE
           REWRITE JOB-SCHEDULE-RECORD
           IF JS-JOB-NAME = "BALANCE_SWEEP"
               PERFORM STAMP-SWEPT-JOBS
           END-IF
           PERFORM SAVE-CHECKPOINT
           ADD 1 TO WS-JOBS-RUN
           MOVE SPACES TO BATCH-LOG-LINE
       CONSIDER-ONE-JOB-EXIT.
           EXIT.

      *> Before the chain runs: is a BALANCE_SWEEP row due tonight,
      *> and which of its jobs are due by their own rows? A job with
      *> no row of its own is not swept.
       PLAN-BALANCE-SWEEP.
           MOVE 0 TO WS-SWEEP-DUE
           MOVE ALL "N" TO BSJ-SWITCHES
           PERFORM VARYING WS-SWEEP-IX FROM 1 BY 1
                   UNTIL WS-SWEEP-IX > BSJ-JOB-COUNT
               MOVE 0 TO WS-SWEEP-JOB-SEQ(WS-SWEEP-IX)
           END-PERFORM
           MOVE 0 TO JS-SEQUENCE
           START JOB-SCHEDULE-FILE KEY IS >= JS-SEQUENCE
               INVALID KEY
                   GO TO PLAN-BALANCE-SWEEP-EXIT
           END-START
           PERFORM UNTIL JOB-SCHEDULE-FILE-STATUS = "10"
               READ JOB-SCHEDULE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PLAN-ONE-ROW
               END-READ
           END-PERFORM
           IF WS-SWEEP-DUE = 1
               MOVE SPACES TO BATCH-LOG-LINE
               STRING "BALANCE_SWEEP due - jobs switched on "
                   BSJ-SWITCHES
                   DELIMITED BY SIZE INTO BATCH-LOG-LINE
               WRITE BATCH-LOG-LINE
               DISPLAY BATCH-LOG-LINE
           END-IF.
       PLAN-BALANCE-SWEEP-EXIT.
           EXIT.

       PLAN-ONE-ROW.
           IF JS-JOB-NAME = "BALANCE_SWEEP"
               PERFORM CHECK-JOB-DUE THRU CHECK-JOB-DUE-EXIT
               IF WS-JOB-DUE = 1
                   MOVE 1 TO WS-SWEEP-DUE
               END-IF
           END-IF
           PERFORM FIND-SWEEP-JOB
           IF WS-SWEEP-JOB-IX > 0
               MOVE JS-SEQUENCE TO WS-SWEEP-JOB-SEQ(WS-SWEEP-JOB-IX)
               PERFORM CHECK-JOB-DUE THRU CHECK-JOB-DUE-EXIT
               IF WS-JOB-DUE = 1
                   MOVE "Y" TO BSJ-RUN(WS-SWEEP-JOB-IX)
               END-IF
           END-IF.

       FIND-SWEEP-JOB.
           MOVE 0 TO WS-SWEEP-JOB-IX
           PERFORM VARYING WS-SWEEP-IX FROM 1 BY 1
                   UNTIL WS-SWEEP-IX > BSJ-JOB-COUNT
               IF BSJ-JOB-NAME(WS-SWEEP-IX) = JS-JOB-NAME
                   MOVE WS-SWEEP-IX TO WS-SWEEP-JOB-IX
               END-IF
           END-PERFORM.

      *> The swept jobs ran tonight as surely as if they had run as
      *> steps - their rows get tonight's date too. The sweep's own
      *> row is read back last, to carry on down the schedule from
      *> it.
       STAMP-SWEPT-JOBS.
           MOVE JS-SEQUENCE TO WS-SWEEP-ROW-SEQ
           PERFORM VARYING WS-SWEEP-IX FROM 1 BY 1
                   UNTIL WS-SWEEP-IX > BSJ-JOB-COUNT
               IF BSJ-RUN(WS-SWEEP-IX) = "Y"
                   MOVE WS-SWEEP-JOB-SEQ(WS-SWEEP-IX) TO JS-SEQUENCE
                   READ JOB-SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-BUSINESS-DATE TO JS-LAST-RUN-DATE
                           REWRITE JOB-SCHEDULE-RECORD
                   END-READ
               END-IF
           END-PERFORM
           MOVE WS-SWEEP-ROW-SEQ TO JS-SEQUENCE
           READ JOB-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       CHECK-JOB-DUE.
           MOVE 0 TO WS-JOB-DUE
           IF NOT JS-IS-ENABLED
                   REWRITE BATCH-CHECKPOINT-RECORD
           END-READ
           CLOSE BATCH-CHECKPOINT-FILE.

       CHECK-FILE-LAYOUTS.
           MOVE 0 TO WS-LAYOUTS-BLOCKED
           MOVE "user.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE USER-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "balance.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE BALANCE-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "loan_master.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE LOAN-MASTER-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "loan_schedule.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE LOAN-SCHEDULE-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "card_master.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE CARD-MASTER-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "product_master.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE PRODUCT-MASTER-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "transaction.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE TRANSACTION-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "balance_archive.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE BALANCE-ARCHIVE-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "contact_prefs.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE CONTACT-PREF-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "month_end_control.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE MONTH-END-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "payoff_quotes.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE PAYOFF-QUOTE-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "pricing_exceptions.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE PRICING-EXC-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "safe_boxes.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE SAFE-BOX-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF.
