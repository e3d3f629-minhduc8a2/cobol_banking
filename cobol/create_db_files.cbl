       01 BALANCE-DB-FILE-STATUS PIC XX.
       01 CHECKPOINT-FILE-STATUS PIC XX.
       01 WS-USER-CSV-LINE PIC X(80).
       COPY "file_layouts.cpy".
       01 WS-USER-LAYOUT-ACTION    PIC X(8) VALUE "CHECK".
       01 WS-BALANCE-LAYOUT-ACTION PIC X(8) VALUE "CHECK".
       01 WS-LAYOUT-FILE        PIC X(20).
       01 WS-LAYOUT-PROGRAM     PIC X(20) VALUE "CREATE_DB_FILES".
       01 WS-LAYOUT-OK          PIC 9 VALUE 0.
       01 WS-LAYOUTS-BLOCKED    PIC 9 VALUE 0.
       01 WS-BALANCE-CSV-LINE PIC X(80).

       01 WS-USER-ID PIC 9(10).

       PROCEDURE DIVISION.
           PERFORM CREATE-DB-FILES.
      *>   A new file is in this release's layout; an existing one
      *>   gets no CSV rows written into it unless it is too.
           PERFORM CHECK-FILE-LAYOUTS.
           IF WS-LAYOUTS-BLOCKED = 0
               PERFORM LOAD-CSV-FILES
           ELSE
               DISPLAY "CSV load skipped - master file layout."
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

               DISPLAY "User database file not found. Creating..."
               OPEN OUTPUT USER-DB-FILE
               CLOSE USER-DB-FILE
               MOVE "CREATED" TO WS-USER-LAYOUT-ACTION
               DISPLAY "User database file created successfully."
           END-IF.
    
               DISPLAY "Balance database file not found. Creating..."
               OPEN OUTPUT BALANCE-DB-FILE
               CLOSE BALANCE-DB-FILE
               MOVE "CREATED" TO WS-BALANCE-LAYOUT-ACTION
               DISPLAY "Balance database file created successfully."
           END-IF.

       LOAD-CSV-FILES.
           PERFORM OPEN-CHECKPOINT-FILE
           PERFORM LOAD-USER-CHECKPOINT
           PERFORM LOAD-BALANCE-CHECKPOINT
           REWRITE BALANCE-DB-RECORD
           DISPLAY "[UPDATED] Balance ID: " BALANCE-REC-ID
           ADD 1 TO WS-BALANCE-UPDATED-COUNT.

       CHECK-FILE-LAYOUTS.
           MOVE 0 TO WS-LAYOUTS-BLOCKED
           MOVE "user.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-USER-LAYOUT-ACTION
               WS-LAYOUT-FILE USER-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF
           MOVE "balance.db" TO WS-LAYOUT-FILE
           CALL "CHECK_FILE_LAYOUT" USING WS-BALANCE-LAYOUT-ACTION
               WS-LAYOUT-FILE BALANCE-DB-LAYOUT WS-LAYOUT-PROGRAM
               WS-LAYOUT-OK
           IF WS-LAYOUT-OK = 0
               MOVE 1 TO WS-LAYOUTS-BLOCKED
           END-IF.
