       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOP_EXPOSURES.

      *> Monthly top credit exposures report for the credit
      *> committee: every customer's exposure is measured through
      *> GET_CREDIT_EXPOSURE - loans owed, loans they are a joint
      *> holder on, credit line drawn and undrawn, overdraft limits
      *> and approvals not yet booked - and the largest are listed
      *> with the breakdown and their lending limit from
      *> CHECK_LENDING_LIMIT. The largest households follow, every
      *> active household's members taken together against the
      *> household limit. A relationship over its limit is flagged
      *> *** OVER, one past the warning level NEAR. The number of
      *> relationships listed comes from batch_params.txt:
      *>   EXPOSURE-TOP-N  customers/households ranked (20)
      *> Written to top_exposures.txt and the report archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "household.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-ID
               FILE STATUS IS HOUSEHOLD-FILE-STATUS.
           SELECT EXPOSURE-REPORT-FILE ASSIGN TO "top_exposures.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD HOUSEHOLD-FILE.
       COPY "household_record.cpy".

       FD EXPOSURE-REPORT-FILE.
       01 EXPOSURE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS   PIC XX.
       01 HOUSEHOLD-FILE-STATUS PIC XX.
       01 WS-HH-FILE-OPEN  PIC X VALUE "N".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-TOP-N         PIC 9(2) VALUE 20.
       01 WS-NO-HOUSEHOLD  PIC 9(10) VALUE 0.
       01 WS-NO-NEW-AMOUNT PIC 9(10)V99 VALUE 0.
       01 WS-CUSTOMER-COUNT  PIC 9(7) VALUE 0.
       01 WS-HOUSEHOLD-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-EXPOSURE  PIC 9(14)V99 VALUE 0.
       01 WS-OVER-COUNT      PIC 9(3) VALUE 0.
       01 WS-NEAR-COUNT      PIC 9(3) VALUE 0.
       COPY "credit_exposure.cpy".
      *> What CHECK_LENDING_LIMIT hands back.
       01 WS-CUST-EXPOSURE PIC 9(12)V99.
       01 WS-CUST-LIMIT    PIC 9(12)V99.
       01 WS-HOUSEHOLD-ID  PIC 9(10).
       01 WS-HH-EXPOSURE   PIC 9(12)V99.
       01 WS-HH-LIMIT      PIC 9(12)V99.
       01 WS-LIMIT-RESULT  PIC 9 VALUE 0.
       01 WS-CUST-RESULT   PIC 9 VALUE 0.
       01 WS-HH-RESULT     PIC 9 VALUE 0.
      *> The rankings, largest first: list 1 customers (with the
      *> breakdown of their exposure), list 2 households (WS-RK-ID
      *> the household, WS-RK-HEAD its head).
       01 WS-RANKINGS.
           05 WS-RK-LIST OCCURS 2 TIMES.
               10 WS-RK-COUNT      PIC 9(2).
               10 WS-RK-ENTRY OCCURS 50 TIMES.
                   15 WS-RK-ID       PIC 9(10).
                   15 WS-RK-HEAD     PIC 9(10).
                   15 WS-RK-AMOUNT   PIC 9(12)V99.
                   15 WS-RK-LOANS    PIC 9(12)V99.
                   15 WS-RK-JOINT    PIC 9(12)V99.
                   15 WS-RK-LINES    PIC 9(12)V99.
                   15 WS-RK-OD       PIC 9(12)V99.
                   15 WS-RK-APPS     PIC 9(12)V99.
       01 WS-RK-WHICH      PIC 9 VALUE 1.
       01 WS-RK-IDX        PIC 9(2) VALUE 0.
       01 WS-RK-NEW.
           05 WS-RK-NEW-ID     PIC 9(10).
           05 WS-RK-NEW-HEAD   PIC 9(10).
           05 WS-RK-NEW-AMOUNT PIC 9(12)V99.
           05 WS-RK-NEW-LOANS  PIC 9(12)V99.
           05 WS-RK-NEW-JOINT  PIC 9(12)V99.
           05 WS-RK-NEW-LINES  PIC 9(12)V99.
           05 WS-RK-NEW-OD     PIC 9(12)V99.
           05 WS-RK-NEW-APPS   PIC 9(12)V99.
       01 WS-RK-HOLD       PIC X(104).
       01 WS-LIMIT         PIC 9(12)V99.
       01 WS-USED-PCT      PIC 9(5)V99.
       01 WS-NAME          PIC X(30).
       01 WS-DISP-RANK     PIC Z9.
       01 WS-DISP-ID       PIC Z(9)9.
       01 WS-DISP-AMOUNT   PIC Z(11)9.99.
       01 WS-DISP-PCT      PIC ZZZZ9.99.
       01 WS-DISP-COUNT    PIC Z(6)9.
       01 WS-ARCH-SOURCE   PIC X(30) VALUE "top_exposures.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "TOP-EXPOSURES".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Top credit exposures report."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE "EXPOSURE-TOP-N" TO WS-PARAM-NAME
           MOVE "20" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-TOP-N
           IF WS-TOP-N = 0 OR WS-TOP-N > 50
               MOVE 20 TO WS-TOP-N
           END-IF
           INITIALIZE WS-RANKINGS
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                "user.db             " USER-DB-FILE-STATUS
               GOBACK
           END-IF
           PERFORM RANK-CUSTOMERS
           PERFORM RANK-HOUSEHOLDS THRU RANK-HOUSEHOLDS-EXIT
           PERFORM WRITE-REPORT
           CLOSE USER-DB-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE " TOP=" WS-TOP-N
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           MOVE WS-TOTAL-EXPOSURE TO WS-DISP-AMOUNT
           DISPLAY "Total exposure: " WS-DISP-AMOUNT
               "  customers: " WS-CUSTOMER-COUNT
               "  households: " WS-HOUSEHOLD-COUNT
           IF WS-OVER-COUNT > 0
               DISPLAY "*** " WS-OVER-COUNT " relationship(s) over "
                   "the lending limit - see the report."
           END-IF
           DISPLAY "Report written to top_exposures.txt"
           GOBACK.

      *> Every customer with anything lent or committed to them.
       RANK-CUSTOMERS.
           PERFORM UNTIL USER-DB-FILE-STATUS = "10"
               READ USER-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM RANK-ONE-CUSTOMER
               END-READ
           END-PERFORM
           MOVE "00" TO USER-DB-FILE-STATUS.

       RANK-ONE-CUSTOMER.
           CALL "GET_CREDIT_EXPOSURE" USING USER-REC-ID
               WS-NO-HOUSEHOLD CREDIT-EXPOSURE
           IF CE-TOTAL > 0
               ADD 1 TO WS-CUSTOMER-COUNT
               ADD CE-TOTAL TO WS-TOTAL-EXPOSURE
               MOVE 1 TO WS-RK-WHICH
               MOVE USER-REC-ID TO WS-RK-NEW-ID
               MOVE USER-REC-ID TO WS-RK-NEW-HEAD
               MOVE CE-TOTAL TO WS-RK-NEW-AMOUNT
               MOVE CE-LOANS TO WS-RK-NEW-LOANS
               MOVE CE-JOINT-LOANS TO WS-RK-NEW-JOINT
               COMPUTE WS-RK-NEW-LINES =
                   CE-LINE-DRAWN + CE-LINE-UNDRAWN
               MOVE CE-OD-LIMITS TO WS-RK-NEW-OD
               MOVE CE-APPROVED-APPS TO WS-RK-NEW-APPS
               PERFORM INSERT-RANKED THRU INSERT-RANKED-EXIT
           END-IF.

      *> Each active household, measured through its head: what
      *> CHECK_LENDING_LIMIT adds up for the household is every
      *> member's exposure together.
       RANK-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE
           IF HOUSEHOLD-FILE-STATUS NOT = "00"
               GO TO RANK-HOUSEHOLDS-EXIT
           END-IF
           PERFORM UNTIL HOUSEHOLD-FILE-STATUS = "10"
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HH-IS-ACTIVE AND HH-HEAD-USER-ID NOT = 0
                           PERFORM RANK-ONE-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE.
       RANK-HOUSEHOLDS-EXIT.
           EXIT.

       RANK-ONE-HOUSEHOLD.
           CALL "CHECK_LENDING_LIMIT" USING HH-HEAD-USER-ID
               WS-NO-NEW-AMOUNT WS-CUST-EXPOSURE WS-CUST-LIMIT
               WS-HOUSEHOLD-ID WS-HH-EXPOSURE WS-HH-LIMIT
               WS-LIMIT-RESULT WS-CUST-RESULT WS-HH-RESULT
           IF WS-HOUSEHOLD-ID = HH-ID AND WS-HH-EXPOSURE > 0
               ADD 1 TO WS-HOUSEHOLD-COUNT
               INITIALIZE WS-RK-NEW
               MOVE 2 TO WS-RK-WHICH
               MOVE HH-ID TO WS-RK-NEW-ID
               MOVE HH-HEAD-USER-ID TO WS-RK-NEW-HEAD
               MOVE WS-HH-EXPOSURE TO WS-RK-NEW-AMOUNT
               PERFORM INSERT-RANKED THRU INSERT-RANKED-EXIT
           END-IF.

      *> Keeps list WS-RK-WHICH in descending order of amount and no
      *> longer than WS-TOP-N: the newcomer goes in at the bottom
      *> (pushing out the smallest when the list is full) and moves
      *> up past everything smaller.
       INSERT-RANKED.
           IF WS-RK-COUNT(WS-RK-WHICH) < WS-TOP-N
               ADD 1 TO WS-RK-COUNT(WS-RK-WHICH)
           ELSE
               IF WS-RK-NEW-AMOUNT NOT >
                  WS-RK-AMOUNT(WS-RK-WHICH, WS-TOP-N)
                   GO TO INSERT-RANKED-EXIT
               END-IF
           END-IF
           MOVE WS-RK-COUNT(WS-RK-WHICH) TO WS-RK-IDX
           MOVE WS-RK-NEW TO WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX)
           PERFORM MOVE-RANK-UP
               UNTIL WS-RK-IDX = 1
                  OR WS-RK-AMOUNT(WS-RK-WHICH, WS-RK-IDX) NOT >
                     WS-RK-AMOUNT(WS-RK-WHICH, WS-RK-IDX - 1).
       INSERT-RANKED-EXIT.
           EXIT.

       MOVE-RANK-UP.
           MOVE WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX - 1) TO WS-RK-HOLD
           MOVE WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX)
               TO WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX - 1)
           MOVE WS-RK-HOLD TO WS-RK-ENTRY(WS-RK-WHICH, WS-RK-IDX)
           SUBTRACT 1 FROM WS-RK-IDX.

       WRITE-REPORT.
           OPEN OUTPUT EXPOSURE-REPORT-FILE
           PERFORM OPEN-HOUSEHOLD-FILE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING "TOP CREDIT EXPOSURES AS OF " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE WS-TOTAL-EXPOSURE TO WS-DISP-AMOUNT
           MOVE WS-CUSTOMER-COUNT TO WS-DISP-COUNT
           STRING "TOTAL EXPOSURE " WS-DISP-AMOUNT " ACROSS "
               WS-DISP-COUNT " CUSTOMERS"
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           MOVE WS-TOP-N TO WS-DISP-RANK
           STRING "TOP " WS-DISP-RANK " CUSTOMERS"
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-RANK-HEADING
           MOVE "LOANS" TO EXPOSURE-REPORT-LINE(16:5)
           MOVE "JOINT LOANS" TO EXPOSURE-REPORT-LINE(26:11)
           MOVE "CREDIT LINE" TO EXPOSURE-REPORT-LINE(42:11)
           MOVE "OD LIMITS" TO EXPOSURE-REPORT-LINE(60:9)
           MOVE "APPROVED" TO EXPOSURE-REPORT-LINE(77:8)
           PERFORM PUT-LINE
           MOVE 1 TO WS-RK-WHICH
           PERFORM WRITE-RANK-LINE
               VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT(1)
           IF WS-RK-COUNT(1) = 0
               MOVE "  No customers with credit exposure."
                   TO EXPOSURE-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           PERFORM PUT-BLANK-LINE
           MOVE WS-TOP-N TO WS-DISP-RANK
           STRING "TOP " WS-DISP-RANK " HOUSEHOLDS"
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-RANK-HEADING
           MOVE 2 TO WS-RK-WHICH
           PERFORM WRITE-RANK-LINE
               VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT(2)
           IF WS-RK-COUNT(2) = 0
               MOVE "  No households with credit exposure."
                   TO EXPOSURE-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           PERFORM PUT-BLANK-LINE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING "OVER LIMIT " WS-OVER-COUNT
               "  NEAR LIMIT " WS-NEAR-COUNT
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM CLOSE-HOUSEHOLD-FILE
           CLOSE EXPOSURE-REPORT-FILE.

       PUT-RANK-HEADING.
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           MOVE "RANK" TO EXPOSURE-REPORT-LINE(1:4)
           MOVE "ID" TO EXPOSURE-REPORT-LINE(15:2)
           MOVE "NAME" TO EXPOSURE-REPORT-LINE(19:4)
           MOVE "EXPOSURE" TO EXPOSURE-REPORT-LINE(58:8)
           MOVE "LIMIT" TO EXPOSURE-REPORT-LINE(78:5)
           MOVE "% LIMIT" TO EXPOSURE-REPORT-LINE(86:7)
           PERFORM PUT-LINE.

      *> Its lending limit is looked up only for a relationship that
      *> made the list; a customer's second line is the breakdown.
       WRITE-RANK-LINE.
           MOVE WS-RK-ID(WS-RK-WHICH, WS-RK-IDX) TO WS-DISP-ID
           CALL "CHECK_LENDING_LIMIT" USING
               WS-RK-HEAD(WS-RK-WHICH, WS-RK-IDX)
               WS-NO-NEW-AMOUNT WS-CUST-EXPOSURE WS-CUST-LIMIT
               WS-HOUSEHOLD-ID WS-HH-EXPOSURE WS-HH-LIMIT
               WS-LIMIT-RESULT WS-CUST-RESULT WS-HH-RESULT
           MOVE "(NOT ON FILE)" TO WS-NAME
           IF WS-RK-WHICH = 1
               MOVE WS-CUST-LIMIT TO WS-LIMIT
               MOVE WS-CUST-RESULT TO WS-LIMIT-RESULT
               MOVE WS-RK-ID(1, WS-RK-IDX) TO USER-REC-ID
               READ USER-DB-FILE
                   NOT INVALID KEY
                       MOVE USER-REC-NAME TO WS-NAME
               END-READ
           ELSE
               MOVE WS-HH-LIMIT TO WS-LIMIT
               MOVE WS-HH-RESULT TO WS-LIMIT-RESULT
               IF WS-HH-FILE-OPEN = "Y"
                   MOVE WS-RK-ID(2, WS-RK-IDX) TO HH-ID
                   READ HOUSEHOLD-FILE
                       NOT INVALID KEY
                           MOVE HH-NAME TO WS-NAME
                   END-READ
               END-IF
           END-IF
           MOVE 0 TO WS-USED-PCT
           IF WS-LIMIT > 0
               COMPUTE WS-USED-PCT ROUNDED =
                   WS-RK-AMOUNT(WS-RK-WHICH, WS-RK-IDX) * 100
                   / WS-LIMIT
           END-IF
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           MOVE WS-RK-IDX TO WS-DISP-RANK
           MOVE WS-DISP-RANK TO EXPOSURE-REPORT-LINE(3:2)
           MOVE WS-DISP-ID TO EXPOSURE-REPORT-LINE(6:10)
           MOVE WS-NAME TO EXPOSURE-REPORT-LINE(19:30)
           MOVE WS-RK-AMOUNT(WS-RK-WHICH, WS-RK-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO EXPOSURE-REPORT-LINE(51:15)
           MOVE WS-LIMIT TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO EXPOSURE-REPORT-LINE(68:15)
           MOVE WS-USED-PCT TO WS-DISP-PCT
           MOVE WS-DISP-PCT TO EXPOSURE-REPORT-LINE(85:8)
           EVALUATE WS-LIMIT-RESULT
               WHEN 2
                   MOVE "*** OVER" TO EXPOSURE-REPORT-LINE(95:8)
                   ADD 1 TO WS-OVER-COUNT
               WHEN 1
                   MOVE "NEAR" TO EXPOSURE-REPORT-LINE(95:4)
                   ADD 1 TO WS-NEAR-COUNT
           END-EVALUATE
           PERFORM PUT-LINE
           IF WS-RK-WHICH = 1
               PERFORM WRITE-BREAKDOWN-LINE
           END-IF.

       WRITE-BREAKDOWN-LINE.
           MOVE WS-RK-LOANS(1, WS-RK-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO EXPOSURE-REPORT-LINE(6:15)
           MOVE WS-RK-JOINT(1, WS-RK-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO EXPOSURE-REPORT-LINE(22:15)
           MOVE WS-RK-LINES(1, WS-RK-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO EXPOSURE-REPORT-LINE(38:15)
           MOVE WS-RK-OD(1, WS-RK-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO EXPOSURE-REPORT-LINE(54:15)
           MOVE WS-RK-APPS(1, WS-RK-IDX) TO WS-DISP-AMOUNT
           MOVE WS-DISP-AMOUNT TO EXPOSURE-REPORT-LINE(70:15)
           PERFORM PUT-LINE.

       OPEN-HOUSEHOLD-FILE.
           MOVE "N" TO WS-HH-FILE-OPEN
           OPEN INPUT HOUSEHOLD-FILE
           IF HOUSEHOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HH-FILE-OPEN
           END-IF.

       CLOSE-HOUSEHOLD-FILE.
           IF WS-HH-FILE-OPEN = "Y"
               CLOSE HOUSEHOLD-FILE
               MOVE "N" TO WS-HH-FILE-OPEN
           END-IF.

       PUT-BLANK-LINE.
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE.

       PUT-LINE.
           WRITE EXPOSURE-REPORT-LINE
           DISPLAY EXPOSURE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-REPORT-LINE.
