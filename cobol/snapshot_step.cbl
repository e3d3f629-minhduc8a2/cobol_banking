       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT_STEP.

      *> SNAPSHOT_BALANCES one account at a time, for BALANCE_SWEEP
      *> (sweep_step_control.cpy): copies each BALANCE-DB-RECORD
      *> into BALANCE-HISTORY-FILE dated with the business date - a
      *> re-run on the same day REWRITEs that day's row instead of
      *> duplicating it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-HISTORY-FILE.
       COPY "balance_history_record.cpy".

       WORKING-STORAGE SECTION.
       01 BALANCE-HISTORY-FILE-STATUS PIC XX.
       01 WS-SNAPSHOT-COUNT           PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       COPY "sweep_step_control.cpy".
       COPY "balance_record.cpy".

       PROCEDURE DIVISION USING SWEEP-STEP-CONTROL BALANCE-DB-RECORD.
       MAIN-PARA.
           EVALUATE TRUE
               WHEN SSC-START-RUN
                   PERFORM START-RUN
               WHEN SSC-ONE-ACCOUNT
                   PERFORM SNAPSHOT-ONE-BALANCE
               WHEN SSC-FINISH-RUN
                   PERFORM FINISH-RUN
           END-EVALUATE
           GOBACK.

       START-RUN.
           MOVE 0 TO WS-SNAPSHOT-COUNT
           DISPLAY "------------------------------"
           DISPLAY "Snapshotting balances for today"
           DISPLAY "------------------------------"
           OPEN I-O BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
               CLOSE BALANCE-HISTORY-FILE
               OPEN I-O BALANCE-HISTORY-FILE
           END-IF.

       FINISH-RUN.
           CLOSE BALANCE-HISTORY-FILE
           DISPLAY "Balances snapshotted: " WS-SNAPSHOT-COUNT.

       SNAPSHOT-ONE-BALANCE.
           MOVE BALANCE-REC-ID           TO BH-BALANCE-ID
           MOVE BALANCE-REC-ACCOUNT-TYPE TO BH-BALANCE-ACCOUNT-TYPE
           MOVE SSC-BUSINESS-DATE        TO BH-SNAPSHOT-DATE
           MOVE BALANCE-REC-BALANCE      TO BH-BALANCE
           WRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   REWRITE BALANCE-HISTORY-RECORD
           END-WRITE
           ADD 1 TO WS-SNAPSHOT-COUNT.
