       PROGRAM-ID. ASSIGN_BRANCH_CODES.

      *> One-shot migration (safe to re-run), in the
      *> ASSIGN_ACCOUNT_NUMBERS mold: walks operator.db, balance.db
      *> and safe_boxes.db and backfills a branch code onto every
      *> row that has none - blank on records written before
      *> branches existed.
      *> Everything backfills to "MAIN" (the original office); rows
      *> that already carry a code are left exactly as they are, so
      *> re-running after the second location opens cannot undo a
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT SAFE-BOX-FILE ASSIGN TO "safe_boxes.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-BOX-NO
               FILE STATUS IS SAFE-BOX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD SAFE-BOX-FILE.
       COPY "safe_box_record.cpy".

       WORKING-STORAGE SECTION.
       01 OPERATOR-FILE-STATUS   PIC XX.
       01 BALANCE-DB-FILE-STATUS PIC XX.
       01 WS-OPERATORS-STAMPED PIC 9(6) VALUE 0.
       01 WS-BALANCES-STAMPED  PIC 9(6) VALUE 0.
       01 SAFE-BOX-FILE-STATUS PIC XX.
       01 WS-BOXES-STAMPED     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "--------------------------------"
           PERFORM STAMP-OPERATORS
           PERFORM STAMP-BALANCES
           PERFORM STAMP-SAFE-BOXES THRU STAMP-SAFE-BOXES-EXIT
           DISPLAY "Operators backfilled to MAIN: "
               WS-OPERATORS-STAMPED
           DISPLAY "Balance rows backfilled to MAIN: "
               WS-BALANCES-STAMPED
           DISPLAY "Safe boxes backfilled to MAIN: "
               WS-BOXES-STAMPED
           GOBACK.

       STAMP-OPERATORS.
           CLOSE BALANCE-DB-FILE.
       STAMP-BALANCES-EXIT.
           EXIT.

       STAMP-SAFE-BOXES.
           OPEN I-O SAFE-BOX-FILE
           IF SAFE-BOX-FILE-STATUS NOT = "00"
               DISPLAY "No safe box file - nothing to stamp."
               GO TO STAMP-SAFE-BOXES-EXIT
           END-IF
           PERFORM UNTIL SAFE-BOX-FILE-STATUS = "10"
               READ SAFE-BOX-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SB-BRANCH-CODE = SPACES
                          OR SB-BRANCH-CODE = LOW-VALUES
                           MOVE "MAIN" TO SB-BRANCH-CODE
                           REWRITE SAFE-BOX-RECORD
                           ADD 1 TO WS-BOXES-STAMPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAFE-BOX-FILE.
       STAMP-SAFE-BOXES-EXIT.
           EXIT.
