       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE_SWEEP.

      *> The nightly jobs that each used to read the whole of
      *> balance.db on their own - SNAPSHOT_BALANCES,
      *> RECONCILE_BALANCES, INTEREST_ACCRUAL, LOW_BALANCE_ALERT,
      *> ALERT_GENERATOR and DORMANT_SWEEP - done in one read of the
      *> file in key order: every account is handed to each switched
      *> on job's step program in turn (balance_sweep_jobs.cpy),
      *> and each job still writes its own reports and files.
      *> LK-SWEEP-SWITCHES says which jobs run; BATCH_DRIVER sets
      *> them from the jobs' own schedule rows, and each job run on
      *> its own is this pass with just its own switch on.
      *> Every account swept is checkpointed by its key in
      *> balance_sweep_checkpoint.db, one row per combination of
      *> switches, together with the totals the steps carry; a run
      *> that dies mid-file is resumed after the last account
      *> finished by the next run of the same jobs on the same
      *> business date, instead of starting over from the top.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT SWEEP-CHECKPOINT-FILE
               ASSIGN TO "balance_sweep_checkpoint.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCK-NAME
               FILE STATUS IS SWEEP-CHECKPOINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

      *> Restart control: the last account key the pass finished on
      *> which business date, the accounts swept so far, and the
      *> steps' carried totals as they stood after that account.
       FD SWEEP-CHECKPOINT-FILE.
       01 SWEEP-CHECKPOINT-RECORD.
           05 SCK-NAME          PIC X(20).
           05 SCK-RUN-DATE      PIC 9(8).
           05 SCK-LAST-KEY      PIC X(20).
           05 SCK-ACCOUNTS      PIC 9(9).
           COPY "sweep_carried_totals.cpy"
               REPLACING LEADING ==SCT== BY ==SCK==.

       WORKING-STORAGE SECTION.
       01 BALANCE-DB-FILE-STATUS       PIC XX.
       01 SWEEP-CHECKPOINT-FILE-STATUS PIC XX.
       01 WS-BD-OPEN-FLAG     PIC 9 VALUE 1.
       01 WS-JOB-IX           PIC 9.
       01 WS-JOBS-ON          PIC 9 VALUE 0.
       01 WS-ACCOUNTS-SWEPT   PIC 9(9) VALUE 0.
       01 WS-ACCOUNT-KEY      PIC X(20).
       01 WS-ACCOUNT-GONE     PIC 9 VALUE 0.
       COPY "balance_sweep_jobs.cpy".
       COPY "sweep_step_control.cpy".

       LINKAGE SECTION.
       01 LK-SWEEP-SWITCHES   PIC X(6).

       PROCEDURE DIVISION USING LK-SWEEP-SWITCHES.
       MAIN-PARA.
           MOVE LK-SWEEP-SWITCHES TO BSJ-SWITCHES
           MOVE 0 TO WS-ACCOUNTS-SWEPT
           MOVE "N" TO SSC-RESTARTED
           DISPLAY "----------------------------"
           DISPLAY "Nightly balance sweep."
           DISPLAY "----------------------------"
           MOVE 0 TO WS-JOBS-ON
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                   UNTIL WS-JOB-IX > BSJ-JOB-COUNT
               IF BSJ-RUN(WS-JOB-IX) = "Y"
                   ADD 1 TO WS-JOBS-ON
                   DISPLAY "  " BSJ-JOB-NAME(WS-JOB-IX)
               END-IF
           END-PERFORM
           IF WS-JOBS-ON = 0
               DISPLAY "No balance sweep jobs switched on - nothing "
                   "to do."
               GOBACK
           END-IF
           CALL "GET_BUSINESS_DATE" USING SSC-BUSINESS-DATE
               WS-BD-OPEN-FLAG
      *>   Only DORMANT_SWEEP changes balance rows.
           IF BSJ-DORMANT = "Y"
               OPEN I-O BALANCE-DB-FILE
           ELSE
               OPEN INPUT BALANCE-DB-FILE
           END-IF
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "balance.db          " BALANCE-DB-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM CHECK-RESTART-POSITION
               THRU CHECK-RESTART-POSITION-EXIT
           MOVE "START" TO SSC-ACTION
           PERFORM CALL-EVERY-STEP
           PERFORM SWEEP-ACCOUNTS
           MOVE "FINISH" TO SSC-ACTION
           PERFORM CALL-EVERY-STEP
           PERFORM CLEAR-CHECKPOINT
           CLOSE BALANCE-DB-FILE
           DISPLAY "----------------------------"
           DISPLAY "Accounts swept: " WS-ACCOUNTS-SWEPT
           IF SSC-IS-RESTART
               DISPLAY "(resumed run - each job's counts above are "
                   "for the accounts after the restart point)"
           END-IF
           GOBACK.

      *> A checkpoint row for the same jobs and the same business
      *> date with a key in it means the last pass died part way -
      *> carry on after that key with the totals it had reached.
      *> Otherwise the row is reset for a pass from the top.
       CHECK-RESTART-POSITION.
           OPEN I-O SWEEP-CHECKPOINT-FILE
           IF SWEEP-CHECKPOINT-FILE-STATUS = "35"
               OPEN OUTPUT SWEEP-CHECKPOINT-FILE
               CLOSE SWEEP-CHECKPOINT-FILE
               OPEN I-O SWEEP-CHECKPOINT-FILE
           END-IF
           MOVE SPACES TO SCK-NAME
           STRING "SWEEP-" BSJ-SWITCHES
               DELIMITED BY SIZE INTO SCK-NAME
           READ SWEEP-CHECKPOINT-FILE
               INVALID KEY
                   PERFORM START-FROM-THE-TOP
                   WRITE SWEEP-CHECKPOINT-RECORD
                   GO TO CHECK-RESTART-POSITION-EXIT
           END-READ
           IF SCK-RUN-DATE NOT = SSC-BUSINESS-DATE
              OR SCK-LAST-KEY = SPACES
               PERFORM START-FROM-THE-TOP
               REWRITE SWEEP-CHECKPOINT-RECORD
               GO TO CHECK-RESTART-POSITION-EXIT
           END-IF
           MOVE "Y" TO SSC-RESTARTED
           MOVE SCK-CARRIED-TOTALS TO SCT-CARRIED-TOTALS
           MOVE SCK-ACCOUNTS TO WS-ACCOUNTS-SWEPT
           MOVE SCK-LAST-KEY TO BALANCE-REC-KEY
           DISPLAY "Restarting - resuming after account "
               BALANCE-REC-ID " " BALANCE-REC-ACCOUNT-TYPE
               " (" SCK-ACCOUNTS " already swept)"
           START BALANCE-DB-FILE KEY IS > BALANCE-REC-KEY
               INVALID KEY
      *>           Nothing after the last account finished - the
      *>           pass only has its FINISH left to do.
                   MOVE "10" TO BALANCE-DB-FILE-STATUS
           END-START.
       CHECK-RESTART-POSITION-EXIT.
           EXIT.

       START-FROM-THE-TOP.
           INITIALIZE SCT-CARRIED-TOTALS
           MOVE SSC-BUSINESS-DATE TO SCK-RUN-DATE
           MOVE SPACES TO SCK-LAST-KEY
           MOVE 0 TO SCK-ACCOUNTS
           MOVE SCT-CARRIED-TOTALS TO SCK-CARRIED-TOTALS.

       CALL-EVERY-STEP.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                   UNTIL WS-JOB-IX > BSJ-JOB-COUNT
               IF BSJ-RUN(WS-JOB-IX) = "Y"
                   MOVE SPACE TO SSC-BALANCE-UPDATE
                   CALL BSJ-STEP-PROGRAM(WS-JOB-IX) USING
                       SWEEP-STEP-CONTROL BALANCE-DB-RECORD
               END-IF
           END-PERFORM.

       SWEEP-ACCOUNTS.
           MOVE "ACCOUNT" TO SSC-ACTION
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM SWEEP-ONE-ACCOUNT
               END-READ
           END-PERFORM.

      *> Each step in turn sees the row as the step before it left
      *> it; once a step has closed the account, no later step is
      *> handed it.
       SWEEP-ONE-ACCOUNT.
           MOVE BALANCE-REC-KEY TO WS-ACCOUNT-KEY
           MOVE 0 TO WS-ACCOUNT-GONE
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                   UNTIL WS-JOB-IX > BSJ-JOB-COUNT
                   OR WS-ACCOUNT-GONE = 1
               IF BSJ-RUN(WS-JOB-IX) = "Y"
                   PERFORM RUN-STEP-ON-ACCOUNT
               END-IF
           END-PERFORM
           ADD 1 TO WS-ACCOUNTS-SWEPT
           PERFORM SAVE-CHECKPOINT.

       RUN-STEP-ON-ACCOUNT.
           MOVE SPACE TO SSC-BALANCE-UPDATE
           CALL BSJ-STEP-PROGRAM(WS-JOB-IX) USING
               SWEEP-STEP-CONTROL BALANCE-DB-RECORD
           EVALUATE TRUE
               WHEN SSC-REWRITE-BALANCE
                   REWRITE BALANCE-DB-RECORD
               WHEN SSC-DELETE-BALANCE
                   DELETE BALANCE-DB-FILE
                   MOVE 1 TO WS-ACCOUNT-GONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SAVE-CHECKPOINT.
           MOVE WS-ACCOUNT-KEY TO SCK-LAST-KEY
           MOVE WS-ACCOUNTS-SWEPT TO SCK-ACCOUNTS
           MOVE SCT-CARRIED-TOTALS TO SCK-CARRIED-TOTALS
           REWRITE SWEEP-CHECKPOINT-RECORD.

      *> The pass finished - the next run for these jobs starts at
      *> the top.
       CLEAR-CHECKPOINT.
           MOVE SPACES TO SCK-LAST-KEY
           MOVE 0 TO SCK-ACCOUNTS
           REWRITE SWEEP-CHECKPOINT-RECORD
           CLOSE SWEEP-CHECKPOINT-FILE.
