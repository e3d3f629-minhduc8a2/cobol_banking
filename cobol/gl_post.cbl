      *> is proved first - every journal leg parseable and total
      *> debits equal to total credits - before anything posts, and
      *> a control row per business date refuses the same date
      *> twice, so a nervous re-run cannot double the books. Each
      *> leg also posts under its branch to gl_branch_balances.db.
      *> Nothing posts into a period closed on GL-PERIOD-FILE: legs
      *> dated into one refuse the batch unless a supervisor
      *> authenticates, and then they post to that year's
      *> adjustment period (month 13), never to the closed month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS GL-BALANCE-FILE-STATUS.
           SELECT GL-BRANCH-BALANCE-FILE ASSIGN TO
               "gl_branch_balances.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GBB-KEY
               FILE STATUS IS GL-BRANCH-BALANCE-FILE-STATUS.
           SELECT GL-POST-CONTROL-FILE ASSIGN TO
               "gl_post_control.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GPC-DATE
               FILE STATUS IS GL-POST-CONTROL-FILE-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "gl_periods.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS GL-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-BALANCE-FILE.
       COPY "gl_balance_record.cpy".

       FD GL-BRANCH-BALANCE-FILE.
       COPY "gl_branch_balance_record.cpy".

      *> One row per business date already posted - the same-date
      *> re-run detector END_OF_DAY also checks before closing.
       FD GL-POST-CONTROL-FILE.
           05 GPC-LEGS-POSTED PIC 9(8).
           05 GPC-TOTAL       PIC 9(14)V99.

       FD GL-PERIOD-FILE.
       COPY "gl_period_record.cpy".

       WORKING-STORAGE SECTION.
       01 GL-JOURNAL-FILE-STATUS      PIC XX.
       01 GL-BALANCE-FILE-STATUS      PIC XX.
       01 GL-BRANCH-BALANCE-FILE-STATUS PIC XX.
       01 GL-POST-CONTROL-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-TOTAL-CREDITS PIC 9(14)V99 VALUE 0.
       01 WS-LEG-COUNT     PIC 9(8) VALUE 0.
       01 WS-BAD-COUNT     PIC 9(8) VALUE 0.
       01 GL-PERIOD-FILE-STATUS PIC XX.
       01 WS-PERIODS-OPEN  PIC 9 VALUE 0.
       01 WS-LEG-YEAR      PIC 9(4).
       01 WS-LEG-LOCKED    PIC 9 VALUE 0.
       01 WS-LAST-PERIOD   PIC 9(6) VALUE 0.
       01 WS-LAST-LOCKED   PIC 9 VALUE 0.
       01 WS-LOCKED-COUNT  PIC 9(8) VALUE 0.
       01 WS-LOCKED-TOTAL  PIC 9(14)V99 VALUE 0.
       01 WS-RECLOSE-YEAR  PIC 9(4) VALUE 0.
       01 WS-ADJUST-GRANTED PIC 9 VALUE 0.
       01 WS-BATCH-MODE    PIC X VALUE "N".
       01 WS-CONFIRM       PIC X.
       01 WS-OVERRIDE-RULE PIC X(20) VALUE "GL-CLOSED-PERIOD".
       01 WS-OVERRIDE-CUSTOMER PIC 9(10) VALUE 0.
       01 WS-OVERRIDE-AMOUNT PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
               DISPLAY "No journal legs to post."
               GOBACK
           END-IF
           IF WS-LOCKED-COUNT > 0
               PERFORM AUTHORISE-ADJUSTMENT
                   THRU AUTHORISE-ADJUSTMENT-EXIT
               IF WS-ADJUST-GRANTED NOT = 1
                   DISPLAY "*** Journal reaches closed period(s) - "
                       "nothing posted."
                   GOBACK
               END-IF
           END-IF
           MOVE 2 TO WS-PASS
           PERFORM READ-JOURNAL-PASS
           PERFORM RECORD-POSTING-RUN
           DISPLAY "Journal legs posted: " WS-LEG-COUNT
           DISPLAY "GL balances updated in gl_balances.db"
           IF WS-LOCKED-COUNT > 0
               DISPLAY "Legs posted to adjustment period(s): "
                   WS-LOCKED-COUNT
           END-IF
           IF WS-RECLOSE-YEAR > 0
               DISPLAY "Year " WS-RECLOSE-YEAR " is already closed - "
                   "rerun the year-end close to carry the "
                   "adjustment forward."
           END-IF
           GOBACK.

       CHECK-NOT-ALREADY-POSTED.
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-LEG-COUNT
           MOVE 0 TO WS-BAD-COUNT
           MOVE 0 TO WS-LOCKED-COUNT
           MOVE 0 TO WS-LOCKED-TOTAL
           MOVE 0 TO WS-LAST-PERIOD
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "gl_journal.txt not found - run the GL "
                   "extract first."
               GOBACK
           END-IF
           MOVE 0 TO WS-PERIODS-OPEN
           OPEN INPUT GL-PERIOD-FILE
           IF GL-PERIOD-FILE-STATUS = "00"
               MOVE 1 TO WS-PERIODS-OPEN
           END-IF
           IF WS-PASS = 2
               OPEN I-O GL-BALANCE-FILE
               IF GL-BALANCE-FILE-STATUS = "35"
                   CLOSE GL-BALANCE-FILE
                   OPEN I-O GL-BALANCE-FILE
               END-IF
               OPEN I-O GL-BRANCH-BALANCE-FILE
               IF GL-BRANCH-BALANCE-FILE-STATUS = "35"
                   OPEN OUTPUT GL-BRANCH-BALANCE-FILE
                   CLOSE GL-BRANCH-BALANCE-FILE
                   OPEN I-O GL-BRANCH-BALANCE-FILE
               END-IF
           END-IF
           PERFORM UNTIL GL-JOURNAL-FILE-STATUS = "10"
               READ GL-JOURNAL-FILE INTO WS-JOURNAL-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM HANDLE-ONE-LINE THRU HANDLE-ONE-LINE-EXIT
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           IF WS-PERIODS-OPEN = 1
               CLOSE GL-PERIOD-FILE
           END-IF
           IF WS-PASS = 2
               CLOSE GL-BALANCE-FILE
               CLOSE GL-BRANCH-BALANCE-FILE
           END-IF.

       HANDLE-ONE-LINE.
           ELSE
               ADD WS-LEG-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           PERFORM CHECK-LEG-PERIOD THRU CHECK-LEG-PERIOD-EXIT
           IF WS-LEG-LOCKED = 1
               ADD 1 TO WS-LOCKED-COUNT
               ADD WS-LEG-AMOUNT TO WS-LOCKED-TOTAL
               COMPUTE WS-LEG-PERIOD = WS-LEG-YEAR * 100 + 13
           END-IF
           IF WS-PASS = 2
               PERFORM POST-ONE-LEG
           END-IF.
                       ADD WS-LEG-AMOUNT TO GLB-CREDITS
                   END-IF
                   REWRITE GL-BALANCE-RECORD
           END-READ
           PERFORM POST-ONE-BRANCH-LEG.

      *> Legs written before branches existed carry no code - they
      *> belong to the original office.
       POST-ONE-BRANCH-LEG.
           MOVE WS-LEG-ACCOUNT TO GBB-ACCOUNT
           MOVE WS-LEG-PERIOD TO GBB-PERIOD
           MOVE WS-TOK-BRANCH TO GBB-BRANCH-CODE
           IF GBB-BRANCH-CODE = SPACES
               MOVE "MAIN" TO GBB-BRANCH-CODE
           END-IF
           READ GL-BRANCH-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO GBB-DEBITS
                   MOVE 0 TO GBB-CREDITS
                   IF WS-TOK-SIDE = "DR"
                       MOVE WS-LEG-AMOUNT TO GBB-DEBITS
                   ELSE
                       MOVE WS-LEG-AMOUNT TO GBB-CREDITS
                   END-IF
                   WRITE GL-BRANCH-BALANCE-RECORD
               NOT INVALID KEY
                   IF WS-TOK-SIDE = "DR"
                       ADD WS-LEG-AMOUNT TO GBB-DEBITS
                   ELSE
                       ADD WS-LEG-AMOUNT TO GBB-CREDITS
                   END-IF
                   REWRITE GL-BRANCH-BALANCE-RECORD
           END-READ.

      *> A period is locked when its row on GL-PERIOD-FILE says
      *> closed. Journal legs arrive in date order, so the answer
      *> for the last period looked at is kept rather than re-read
      *> for every leg. A locked leg's year-end row is read too: if
      *> the whole year is already closed its close must be rerun.
       CHECK-LEG-PERIOD.
           COMPUTE WS-LEG-YEAR = WS-LEG-PERIOD / 100
           IF WS-LEG-PERIOD = WS-LAST-PERIOD
               MOVE WS-LAST-LOCKED TO WS-LEG-LOCKED
               GO TO CHECK-LEG-PERIOD-EXIT
           END-IF
           MOVE 0 TO WS-LEG-LOCKED
           MOVE WS-LEG-PERIOD TO WS-LAST-PERIOD
           MOVE 0 TO WS-LAST-LOCKED
           IF WS-PERIODS-OPEN = 0
               GO TO CHECK-LEG-PERIOD-EXIT
           END-IF
           MOVE WS-LEG-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
               INVALID KEY
                   GO TO CHECK-LEG-PERIOD-EXIT
           END-READ
           IF NOT GLP-IS-CLOSED
               GO TO CHECK-LEG-PERIOD-EXIT
           END-IF
           MOVE 1 TO WS-LEG-LOCKED
           MOVE 1 TO WS-LAST-LOCKED
           IF WS-PASS = 1
               DISPLAY "Journal legs dated into closed period "
                   WS-LEG-PERIOD
           END-IF
           COMPUTE GLP-PERIOD = WS-LEG-YEAR * 100 + 14
           READ GL-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GLP-IS-CLOSED
                       MOVE WS-LEG-YEAR TO WS-RECLOSE-YEAR
                   END-IF
           END-READ.
       CHECK-LEG-PERIOD-EXIT.
           EXIT.

      *> The adjustment period is the only door into a closed
      *> period: never opened by an unattended run, and only on a
      *> supervisor's own credentials at the point of posting.
       AUTHORISE-ADJUSTMENT.
           MOVE 0 TO WS-ADJUST-GRANTED
           DISPLAY WS-LOCKED-COUNT " journal leg(s) are dated into "
               "closed period(s)."
           CALL "GET_BATCH_MODE" USING WS-BATCH-MODE
           IF WS-BATCH-MODE = "Y"
               GO TO AUTHORISE-ADJUSTMENT-EXIT
           END-IF
           DISPLAY "Post them to the year's adjustment period under "
               "supervisor authority? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO AUTHORISE-ADJUSTMENT-EXIT
           END-IF
           MOVE WS-LOCKED-TOTAL TO WS-OVERRIDE-AMOUNT
           CALL "SUPERVISOR_OVERRIDE" USING WS-OVERRIDE-RULE
               WS-OVERRIDE-CUSTOMER WS-OVERRIDE-AMOUNT
               WS-ADJUST-GRANTED.
       AUTHORISE-ADJUSTMENT-EXIT.
           EXIT.

       RECORD-POSTING-RUN.
           OPEN I-O GL-POST-CONTROL-FILE
           MOVE WS-BUSINESS-DATE TO GPC-DATE
