       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET_GOAL_PROGRESS.

      *> Hands back a customer's active savings goal and how far the
      *> pot's balance (passed in by the caller, who has the GOALSAVE
      *> row in hand) has come toward it, so the statement and the
      *> channel balance inquiry show progress the same way. The
      *> percentage is of the target amount, held at 999; an empty
      *> or overdrawn pot is 0%. LK-FOUND comes back 0 when there is
      *> no active goal on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-SAVINGS-FILE ASSIGN TO "goal_savings.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GS-USER-ID
               FILE STATUS IS GOAL-SAVINGS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GOAL-SAVINGS-FILE.
       COPY "goal_savings_record.cpy".

       WORKING-STORAGE SECTION.
       01 GOAL-SAVINGS-FILE-STATUS PIC XX.
       01 WS-PCT-WORK       PIC 9(9).

       LINKAGE SECTION.
       01 LK-USER-ID        PIC 9(10).
       01 LK-BALANCE        PIC S9(10)V99.
       01 LK-GOAL-NAME      PIC X(30).
       01 LK-TARGET-AMOUNT  PIC 9(10)V99.
       01 LK-RELEASE-DATE   PIC 9(8).
       01 LK-PROGRESS-PCT   PIC 9(3).
       01 LK-FOUND          PIC 9.

       PROCEDURE DIVISION USING LK-USER-ID LK-BALANCE LK-GOAL-NAME
                                 LK-TARGET-AMOUNT LK-RELEASE-DATE
                                 LK-PROGRESS-PCT LK-FOUND.
           MOVE 0 TO LK-FOUND
           MOVE SPACES TO LK-GOAL-NAME
           MOVE 0 TO LK-TARGET-AMOUNT
           MOVE 0 TO LK-RELEASE-DATE
           MOVE 0 TO LK-PROGRESS-PCT
           OPEN INPUT GOAL-SAVINGS-FILE
           IF GOAL-SAVINGS-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LK-USER-ID TO GS-USER-ID
           READ GOAL-SAVINGS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GS-IS-ACTIVE
                       MOVE 1 TO LK-FOUND
                       MOVE GS-GOAL-NAME TO LK-GOAL-NAME
                       MOVE GS-TARGET-AMOUNT TO LK-TARGET-AMOUNT
                       MOVE GS-RELEASE-DATE TO LK-RELEASE-DATE
                   END-IF
           END-READ
           CLOSE GOAL-SAVINGS-FILE
           IF LK-FOUND = 1 AND LK-TARGET-AMOUNT > 0 AND LK-BALANCE > 0
               COMPUTE WS-PCT-WORK =
                   LK-BALANCE * 100 / LK-TARGET-AMOUNT
               IF WS-PCT-WORK > 999
                   MOVE 999 TO LK-PROGRESS-PCT
               ELSE
                   MOVE WS-PCT-WORK TO LK-PROGRESS-PCT
               END-IF
           END-IF
           GOBACK.
