       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE_STEP.

      *> RECONCILE_BALANCES one account at a time, for BALANCE_SWEEP
      *> (sweep_step_control.cpy): every BALANCE-REC-BALANCE is added
      *> to the bank-wide and branch totals the caller carries, and
      *> at the finish the totals are compared against the prior
      *> run's stored totals, flagging any unexplained movement
      *> before we open for business. The prior-day totals live in a
      *> small control file so each run can check itself against
      *> the last one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-CONTROL-FILE ASSIGN TO "reconcile_control.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECON-KEY
               FILE STATUS IS RECON-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECON-CONTROL-FILE.
       01 RECON-CONTROL-RECORD.
           05 RECON-KEY            PIC X(20).
           05 RECON-DATE           PIC X(10).
           05 RECON-PRIOR-TOTAL    PIC S9(12)V99.

       WORKING-STORAGE SECTION.
       01 RECON-CONTROL-FILE-STATUS   PIC XX.
       01 WS-CONTROL-FOUND            PIC 9 VALUE 0.
       01 WS-DATE-RAW                 PIC 9(8).
       01 WS-TODAY-DATE                PIC X(10).
       01 WS-VARIANCE                 PIC S9(12)V99 VALUE 0.
      *> Per-branch totals proved alongside the bank-wide figure,
      *> each against its own stored prior-day control row
      *> ("BRANCH-xxxx"), so every manager owns their own numbers
      *> and a variance points at a location, not at the whole bank.
      *> The totals themselves are SCT-BRANCH-ENTRY, carried by the
      *> caller.
       01 WS-BT-IX                    PIC 9(2).
       01 WS-BT-FOUND                 PIC 9 VALUE 0.
       01 WS-ROW-BRANCH               PIC X(04).
       01 WS-BRANCH-VARIANCE          PIC S9(12)V99.

       LINKAGE SECTION.
       COPY "sweep_step_control.cpy".
       COPY "balance_record.cpy".

       PROCEDURE DIVISION USING SWEEP-STEP-CONTROL BALANCE-DB-RECORD.
       MAIN-PARA.
           EVALUATE TRUE
               WHEN SSC-START-RUN
                   PERFORM START-RUN
               WHEN SSC-ONE-ACCOUNT
                   PERFORM TOTAL-ONE-BALANCE
               WHEN SSC-FINISH-RUN
                   PERFORM FINISH-RUN
           END-EVALUATE
           GOBACK.

       START-RUN.
           DISPLAY "-------------------------------"
           DISPLAY "Balance reconciliation running."
           DISPLAY "-------------------------------"
           MOVE SSC-BUSINESS-DATE TO WS-DATE-RAW
           MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE "-"              TO WS-TODAY-DATE(5:1)
           MOVE WS-DATE-RAW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE "-"              TO WS-TODAY-DATE(8:1)
           MOVE WS-DATE-RAW(7:2) TO WS-TODAY-DATE(9:2)
           OPEN I-O RECON-CONTROL-FILE
           IF RECON-CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT RECON-CONTROL-FILE
               CLOSE RECON-CONTROL-FILE
               OPEN I-O RECON-CONTROL-FILE
           END-IF.

       FINISH-RUN.
           PERFORM LOAD-PRIOR-TOTAL
           PERFORM REPORT-VARIANCE
           PERFORM SAVE-CURRENT-TOTAL
           CLOSE RECON-CONTROL-FILE.

       TOTAL-ONE-BALANCE.
           ADD 1 TO SCT-RECON-COUNT
           ADD BALANCE-REC-BALANCE TO SCT-RECON-TOTAL
           PERFORM ADD-TO-BRANCH-TOTAL.

       ADD-TO-BRANCH-TOTAL.
           IF BALANCE-REC-BRANCH-CODE = SPACES
               MOVE "MAIN" TO WS-ROW-BRANCH
           ELSE
               MOVE BALANCE-REC-BRANCH-CODE TO WS-ROW-BRANCH
           END-IF
           MOVE 0 TO WS-BT-FOUND
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > SCT-BRANCH-COUNT
                   OR WS-BT-FOUND = 1
               IF SCT-BT-CODE(WS-BT-IX) = WS-ROW-BRANCH
                   ADD BALANCE-REC-BALANCE TO SCT-BT-TOTAL(WS-BT-IX)
                   MOVE 1 TO WS-BT-FOUND
               END-IF
           END-PERFORM
           IF WS-BT-FOUND = 0 AND SCT-BRANCH-COUNT < 20
               ADD 1 TO SCT-BRANCH-COUNT
               MOVE WS-ROW-BRANCH TO SCT-BT-CODE(SCT-BRANCH-COUNT)
               MOVE BALANCE-REC-BALANCE
                   TO SCT-BT-TOTAL(SCT-BRANCH-COUNT)
           END-IF.

       LOAD-PRIOR-TOTAL.
           MOVE "CONTROL-TOTAL" TO RECON-KEY
           READ RECON-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO WS-CONTROL-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-CONTROL-FOUND
           END-READ.

       REPORT-VARIANCE.
           DISPLAY "Records totaled:  " SCT-RECON-COUNT
           DISPLAY "Current total:     " SCT-RECON-TOTAL
           IF WS-CONTROL-FOUND = 0
               DISPLAY "No prior-day control total on file - "
                   "this run establishes the baseline."
           ELSE
               DISPLAY "Prior total (" RECON-DATE "): "
                   RECON-PRIOR-TOTAL
               COMPUTE WS-VARIANCE =
                   SCT-RECON-TOTAL - RECON-PRIOR-TOTAL
               IF WS-VARIANCE = 0
                   DISPLAY "Balances reconcile - no variance."
               ELSE
                   DISPLAY "*** VARIANCE DETECTED: " WS-VARIANCE
                   DISPLAY "*** Unexplained movement since last "
                       "reconciliation - investigate before "
                       "opening for business."
               END-IF
           END-IF.

       SAVE-CURRENT-TOTAL.
           MOVE "CONTROL-TOTAL" TO RECON-KEY
           MOVE WS-TODAY-DATE TO RECON-DATE
           MOVE SCT-RECON-TOTAL TO RECON-PRIOR-TOTAL
           IF WS-CONTROL-FOUND = 0
               WRITE RECON-CONTROL-RECORD
           ELSE
               REWRITE RECON-CONTROL-RECORD
           END-IF
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > SCT-BRANCH-COUNT
               PERFORM PROVE-ONE-BRANCH THRU PROVE-ONE-BRANCH-EXIT
           END-PERFORM.

      *> Each branch proves against its own prior-day row; the first
      *> run for a branch establishes its baseline the same way the
      *> bank-wide total did.
       PROVE-ONE-BRANCH.
           MOVE SPACES TO RECON-KEY
           STRING "BRANCH-" SCT-BT-CODE(WS-BT-IX)
               DELIMITED BY SIZE INTO RECON-KEY
           READ RECON-CONTROL-FILE
               INVALID KEY
                   DISPLAY "Branch " SCT-BT-CODE(WS-BT-IX)
                       " total: " SCT-BT-TOTAL(WS-BT-IX)
                       " (baseline established)"
                   MOVE SPACES TO RECON-KEY
                   STRING "BRANCH-" SCT-BT-CODE(WS-BT-IX)
                       DELIMITED BY SIZE INTO RECON-KEY
                   MOVE WS-TODAY-DATE TO RECON-DATE
                   MOVE SCT-BT-TOTAL(WS-BT-IX)
                       TO RECON-PRIOR-TOTAL
                   WRITE RECON-CONTROL-RECORD
                   GO TO PROVE-ONE-BRANCH-EXIT
           END-READ
           COMPUTE WS-BRANCH-VARIANCE =
               SCT-BT-TOTAL(WS-BT-IX) - RECON-PRIOR-TOTAL
           IF WS-BRANCH-VARIANCE = 0
               DISPLAY "Branch " SCT-BT-CODE(WS-BT-IX)
                   " total: " SCT-BT-TOTAL(WS-BT-IX)
                   " - reconciles."
           ELSE
               DISPLAY "Branch " SCT-BT-CODE(WS-BT-IX)
                   " total: " SCT-BT-TOTAL(WS-BT-IX)
                   " variance: " WS-BRANCH-VARIANCE
           END-IF
           MOVE WS-TODAY-DATE TO RECON-DATE
           MOVE SCT-BT-TOTAL(WS-BT-IX) TO RECON-PRIOR-TOTAL
           REWRITE RECON-CONTROL-RECORD.
       PROVE-ONE-BRANCH-EXIT.
           EXIT.
