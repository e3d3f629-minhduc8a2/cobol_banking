      *> reclaimed - the space DELETE_USER, the dormant closures and
      *> year-end archiving freed but the files never gave back. No
      *> prompts, so it chains into BATCH_DRIVER on a weekend
      *> schedule (add a WEEKLY job for it). user.db and balance.db
      *> are copied in this release's record layout, so neither is
      *> touched unless CHECK_FILE_LAYOUT finds it in that layout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-FI-TIME    PIC 9(8)  COMP.
       01 WS-CALL-STATUS    PIC S9(9) COMP.
       01 WS-COPY-FAILED    PIC 9 VALUE 0.
       COPY "file_layouts.cpy".
       01 WS-LAYOUT-ACTION  PIC X(8) VALUE "CHECK".
       01 WS-LAYOUT-FILE    PIC X(20).
       01 WS-LAYOUT-PROGRAM PIC X(20) VALUE "REORG_FILES".
       01 WS-LAYOUT-OK      PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Indexed file reorganization."
           DISPLAY "----------------------------"
           PERFORM REORG-USER-FILE THRU REORG-USER-FILE-EXIT
           PERFORM REORG-BALANCE-FILE THRU REORG-BALANCE-FILE-EXIT
           PERFORM REORG-TRANSACTION-FILE
               THRU REORG-TRANSACTION-FILE-EXIT
           DISPLAY "Reorganization complete."
           GOBACK.

       REORG-USER-FILE.
           MOVE 0 TO WS-OLD-COUNT
           MOVE 0 TO WS-NEW-COUNT
           MOVE "user.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE USER-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               DISPLAY "user.db skipped."
               GO TO REORG-USER-FILE-EXIT
           END-IF
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               DISPLAY "user.db not available - skipped."
           END-IF
           MOVE "user.db" TO WS-OLD-NAME
           MOVE "user_reorg.db" TO WS-NEW-NAME
           PERFORM SWAP-IN-NEW-FILE THRU SWAP-IN-NEW-FILE-EXIT
           DISPLAY "user.db rebuilt: " WS-NEW-COUNT " records.".
       REORG-USER-FILE-EXIT.
           EXIT.
           MOVE 0 TO WS-NEW-COUNT
           MOVE 0 TO WS-OLD-TOTAL
           MOVE 0 TO WS-NEW-TOTAL
           MOVE "balance.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-LAYOUT-ACTION
               WS-LAYOUT-FILE BALANCE-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               DISPLAY "balance.db skipped."
               GO TO REORG-BALANCE-FILE-EXIT
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS NOT = "00"
               DISPLAY "balance.db not available - skipped."
           END-IF
           MOVE "balance.db" TO WS-OLD-NAME
           MOVE "balance_reorg.db" TO WS-NEW-NAME
           PERFORM SWAP-IN-NEW-FILE THRU SWAP-IN-NEW-FILE-EXIT
           DISPLAY "balance.db rebuilt: " WS-NEW-COUNT
               " records, control total " WS-NEW-TOTAL ".".
       REORG-BALANCE-FILE-EXIT.
           END-IF
           MOVE "transaction.db" TO WS-OLD-NAME
           MOVE "transaction_reorg.db" TO WS-NEW-NAME
           PERFORM SWAP-IN-NEW-FILE THRU SWAP-IN-NEW-FILE-EXIT
           DISPLAY "transaction.db rebuilt: " WS-NEW-COUNT
               " records, amount total " WS-NEW-TOTAL ".".
       REORG-TRANSACTION-FILE-EXIT.
