       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_BUDGET_MAINT.

      *> Supervisor maintenance for GL-BUDGET-FILE: lists one GL
      *> account's budget for a year by period and branch, and sets
      *> or removes a single budget cell when finance re-forecasts
      *> between loads. Every change goes to the standing-data
      *> audit trail with its before and after figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BUDGET-FILE ASSIGN TO "gl_budget.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBU-KEY
               FILE STATUS IS GL-BUDGET-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branch.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-BUDGET-FILE.
       COPY "gl_budget_record.cpy".

       FD BRANCH-FILE.
       COPY "branch_record.cpy".

       WORKING-STORAGE SECTION.
       01 GL-BUDGET-FILE-STATUS PIC XX.
       01 BRANCH-FILE-STATUS    PIC XX.
       01 CHOICE                PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-ACCOUNT       PIC 9(6).
       01 WS-YEAR          PIC 9(4).
       01 WS-PERIOD        PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-BRANCH        PIC X(04).
       01 WS-AMOUNT-INPUT  PIC X(20).
       01 WS-AMOUNT        PIC S9(14)V99.
       01 WS-YEAR-TOTAL    PIC S9(14)V99.
       01 WS-DISP-AMOUNT   PIC -(13)9.99.
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-VALID         PIC 9 VALUE 0.
       01 WS-RC-PROGRAM    PIC X(20) VALUE "GL_BUDGET_MAINT".
       01 WS-RC-KEY        PIC X(30).
       01 WS-RC-FIELD      PIC X(20) VALUE "BUDGET AMOUNT".
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "GL budget maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN I-O GL-BUDGET-FILE
           IF GL-BUDGET-FILE-STATUS = "35"
               OPEN OUTPUT GL-BUDGET-FILE
               CLOSE GL-BUDGET-FILE
               OPEN I-O GL-BUDGET-FILE
           END-IF
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List an account's budget for a year"
               DISPLAY "2. Set a budget cell"
               DISPLAY "3. Delete a budget cell"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-ACCOUNT-BUDGET
                           THRU LIST-ACCOUNT-BUDGET-EXIT
                   WHEN 2
                       PERFORM SET-BUDGET-CELL THRU SET-BUDGET-CELL-EXIT
                   WHEN 3
                       PERFORM DELETE-BUDGET-CELL
                           THRU DELETE-BUDGET-CELL-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE GL-BUDGET-FILE
           GOBACK.

       LIST-ACCOUNT-BUDGET.
           DISPLAY "GL account (6 digits): "
           ACCEPT WS-ACCOUNT
           DISPLAY "Year (YYYY): "
           ACCEPT WS-YEAR
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-YEAR-TOTAL
           MOVE WS-ACCOUNT TO GBU-ACCOUNT
           COMPUTE GBU-PERIOD = WS-YEAR * 100 + 1
           MOVE LOW-VALUES TO GBU-BRANCH-CODE
           START GL-BUDGET-FILE KEY IS >= GBU-KEY
               INVALID KEY
                   DISPLAY "No budget on file for that account."
                   GO TO LIST-ACCOUNT-BUDGET-EXIT
           END-START
           DISPLAY "PERIOD BRCH          AMOUNT SRC UPDATED  BY"
           PERFORM UNTIL GL-BUDGET-FILE-STATUS = "10"
               READ GL-BUDGET-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GBU-ACCOUNT NOT = WS-ACCOUNT
                          OR GBU-PERIOD > WS-YEAR * 100 + 12
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-ROW-COUNT
                       ADD GBU-AMOUNT TO WS-YEAR-TOTAL
                       MOVE GBU-AMOUNT TO WS-DISP-AMOUNT
                       DISPLAY GBU-PERIOD " " GBU-BRANCH-CODE " "
                           WS-DISP-AMOUNT " " GBU-SOURCE "   "
                           GBU-UPDATED-DATE " " GBU-UPDATED-BY
               END-READ
           END-PERFORM
           MOVE WS-YEAR-TOTAL TO WS-DISP-AMOUNT
           DISPLAY WS-ROW-COUNT " cell(s), year total " WS-DISP-AMOUNT.
       LIST-ACCOUNT-BUDGET-EXIT.
           EXIT.

       ACCEPT-CELL-KEY.
           MOVE 0 TO WS-VALID
           DISPLAY "GL account (6 digits): "
           ACCEPT WS-ACCOUNT
           DISPLAY "Period (YYYYMM): "
           ACCEPT WS-PERIOD
           DISPLAY "Branch code: "
           ACCEPT WS-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-BRANCH) TO WS-BRANCH
           IF WS-ACCOUNT = 0
               DISPLAY "GL account is required."
               GO TO ACCEPT-CELL-KEY-EXIT
           END-IF
           IF WS-PERIOD-YEAR < 1900
              OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "Period must be a valid YYYYMM."
               GO TO ACCEPT-CELL-KEY-EXIT
           END-IF
           MOVE WS-ACCOUNT TO GBU-ACCOUNT
           MOVE WS-PERIOD TO GBU-PERIOD
           MOVE WS-BRANCH TO GBU-BRANCH-CODE
           MOVE SPACES TO WS-RC-KEY
           STRING WS-ACCOUNT "/" WS-PERIOD "/" WS-BRANCH
               DELIMITED BY SIZE INTO WS-RC-KEY
           MOVE 1 TO WS-VALID.
       ACCEPT-CELL-KEY-EXIT.
           EXIT.

       SET-BUDGET-CELL.
           PERFORM ACCEPT-CELL-KEY THRU ACCEPT-CELL-KEY-EXIT
           IF WS-VALID = 0
               GO TO SET-BUDGET-CELL-EXIT
           END-IF
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = "00"
               MOVE WS-BRANCH TO BR-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE 0 TO WS-VALID
               END-READ
               CLOSE BRANCH-FILE
           END-IF
           IF WS-VALID = 0
               DISPLAY "Branch " WS-BRANCH " is not on the branch "
                   "master."
               GO TO SET-BUDGET-CELL-EXIT
           END-IF
           DISPLAY "Budget amount (debits less credits, signed): "
           ACCEPT WS-AMOUNT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) NOT = 0
               DISPLAY "Amount is not a number - nothing changed."
               GO TO SET-BUDGET-CELL-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-AMOUNT-INPUT) TO WS-AMOUNT
           MOVE "NEW" TO WS-RC-OLD
           READ GL-BUDGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GBU-AMOUNT TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT TO WS-RC-OLD
           END-READ
           MOVE WS-ACCOUNT       TO GBU-ACCOUNT
           MOVE WS-PERIOD        TO GBU-PERIOD
           MOVE WS-BRANCH        TO GBU-BRANCH-CODE
           MOVE WS-AMOUNT        TO GBU-AMOUNT
           MOVE "M"              TO GBU-SOURCE
           MOVE WS-BUSINESS-DATE TO GBU-UPDATED-DATE
           MOVE WS-OPERATOR-ID   TO GBU-UPDATED-BY
           WRITE GL-BUDGET-RECORD
               INVALID KEY
                   REWRITE GL-BUDGET-RECORD
                   DISPLAY "Budget cell updated."
               NOT INVALID KEY
                   DISPLAY "Budget cell added."
           END-WRITE
           MOVE WS-AMOUNT TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       SET-BUDGET-CELL-EXIT.
           EXIT.

       DELETE-BUDGET-CELL.
           PERFORM ACCEPT-CELL-KEY THRU ACCEPT-CELL-KEY-EXIT
           IF WS-VALID = 0
               GO TO DELETE-BUDGET-CELL-EXIT
           END-IF
           READ GL-BUDGET-FILE
               INVALID KEY
                   DISPLAY "No budget on file for that cell."
                   GO TO DELETE-BUDGET-CELL-EXIT
           END-READ
           MOVE GBU-AMOUNT TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO WS-RC-OLD
           DELETE GL-BUDGET-FILE
               INVALID KEY
                   DISPLAY "No budget on file for that cell."
                   GO TO DELETE-BUDGET-CELL-EXIT
               NOT INVALID KEY
                   DISPLAY "Budget cell deleted."
           END-DELETE
           MOVE "DELETED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       DELETE-BUDGET-CELL-EXIT.
           EXIT.
