       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIDER_LOANS.

      *> Board report of credit extended to insiders: every active
      *> loan in loan_master.db and every open credit line in
      *> credit_lines.db belonging to a customer with an active row
      *> in insiders.db - staff, their declared related parties,
      *> directors and executive officers - with the terms it was
      *> granted on and what is outstanding today, written to
      *> insider_loans_report.txt for the board pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSIDER-FILE ASSIGN TO "insiders.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INS-KEY
               FILE STATUS IS INSIDER-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT CREDIT-LINE-FILE ASSIGN TO "credit_lines.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-USER-ID
               FILE STATUS IS CREDIT-LINE-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT LOANS-REPORT-FILE ASSIGN TO
               "insider_loans_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSIDER-FILE.
       COPY "insider_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD CREDIT-LINE-FILE.
       COPY "credit_line_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD LOANS-REPORT-FILE.
       01 LOANS-REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 INSIDER-FILE-STATUS      PIC XX.
       01 USER-DB-FILE-STATUS      PIC XX.
       01 LOAN-MASTER-FILE-STATUS  PIC XX.
       01 CREDIT-LINE-FILE-STATUS  PIC XX.
       01 BALANCE-DB-FILE-STATUS   PIC XX.
       01 LOANS-REPORT-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
      *> One row per insider customer; a customer linked more than
      *> once (an officer who is also a teller's spouse) keeps the
      *> most senior relation - director, officer, staff, related.
       01 WS-INSIDER-TABLE.
           05 WS-IT OCCURS 500 TIMES.
               10 WS-IT-USER-ID     PIC 9(10).
               10 WS-IT-RELATION    PIC X(01).
               10 WS-IT-DESCRIPTION PIC X(30).
       01 WS-IT-COUNT      PIC 9(3) VALUE 0.
       01 WS-IT-IDX        PIC 9(3).
       01 WS-IT-HIT        PIC 9 VALUE 0.
       01 WS-FIND-USER-ID  PIC 9(10).
       01 WS-IT-OVERFLOW   PIC 9(6) VALUE 0.
       01 WS-RANK-NEW      PIC 9.
       01 WS-RANK-OLD      PIC 9.
       01 WS-RANK-RELATION PIC X(01).
       01 WS-RANK          PIC 9.
       01 WS-RELATION-TEXT PIC X(10).
       01 WS-CUSTOMER-NAME PIC X(30).
       01 WS-DRAWN         PIC 9(10)V99.
       01 WS-LOAN-COUNT    PIC 9(6) VALUE 0.
       01 WS-LINE-COUNT    PIC 9(6) VALUE 0.
       01 WS-TOTAL-PRINCIPAL PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-REMAINING PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-LIMIT   PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-DRAWN   PIC 9(12)V99 VALUE 0.
       01 WS-DISP-AMOUNT   PIC Z(9)9.99.
       01 WS-DISP-OTHER    PIC -(9)9.99.
       01 WS-DISP-TOTAL    PIC Z(11)9.99.
       01 WS-DISP-TOTAL2   PIC -(11)9.99.
       01 WS-DISP-RATE     PIC 9.9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Insider loans board report."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM LOAD-INSIDERS THRU LOAD-INSIDERS-EXIT
           IF WS-IT-COUNT = 0
               DISPLAY "No active insiders on file - nothing to "
                   "report."
               GOBACK
           END-IF
           OPEN INPUT USER-DB-FILE
           OPEN INPUT BALANCE-DB-FILE
           OPEN OUTPUT LOANS-REPORT-FILE
           MOVE SPACES TO LOANS-REPORT-LINE
           STRING "CREDIT EXTENDED TO INSIDERS - AS OF "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           PERFORM REPORT-LOANS THRU REPORT-LOANS-EXIT
           PERFORM REPORT-CREDIT-LINES THRU REPORT-CREDIT-LINES-EXIT
           MOVE ALL "=" TO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           MOVE WS-TOTAL-PRINCIPAL TO WS-DISP-TOTAL
           MOVE WS-TOTAL-REMAINING TO WS-DISP-TOTAL2
           MOVE SPACES TO LOANS-REPORT-LINE
           STRING "Loans " WS-LOAN-COUNT " original principal "
               WS-DISP-TOTAL " outstanding " WS-DISP-TOTAL2
               DELIMITED BY SIZE INTO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           MOVE WS-TOTAL-LIMIT TO WS-DISP-TOTAL
           MOVE WS-TOTAL-DRAWN TO WS-DISP-TOTAL2
           MOVE SPACES TO LOANS-REPORT-LINE
           STRING "Credit lines " WS-LINE-COUNT " total limit "
               WS-DISP-TOTAL " drawn " WS-DISP-TOTAL2
               DELIMITED BY SIZE INTO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           IF WS-IT-OVERFLOW > 0
               MOVE SPACES TO LOANS-REPORT-LINE
               STRING "WARNING: " WS-IT-OVERFLOW " insider links "
                   "did not fit the table and were not checked."
                   DELIMITED BY SIZE INTO LOANS-REPORT-LINE
               WRITE LOANS-REPORT-LINE
           END-IF
           CLOSE LOANS-REPORT-FILE
           CLOSE BALANCE-DB-FILE
           CLOSE USER-DB-FILE
           DISPLAY "Insiders on file:      " WS-IT-COUNT
           DISPLAY "Loans to insiders:     " WS-LOAN-COUNT
           DISPLAY "Lines to insiders:     " WS-LINE-COUNT
           DISPLAY "Report written to insider_loans_report.txt"
           GOBACK.

       LOAD-INSIDERS.
           OPEN INPUT INSIDER-FILE
           IF INSIDER-FILE-STATUS NOT = "00"
               GO TO LOAD-INSIDERS-EXIT
           END-IF
           PERFORM UNTIL INSIDER-FILE-STATUS = "10"
               READ INSIDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF INS-IS-ACTIVE
                           PERFORM ADD-INSIDER THRU ADD-INSIDER-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSIDER-FILE.
       LOAD-INSIDERS-EXIT.
           EXIT.

      *> insiders.db is in customer order, so a customer's links
      *> arrive together and only the last table row need be tested.
       ADD-INSIDER.
           IF WS-IT-COUNT > 0
               IF WS-IT-USER-ID(WS-IT-COUNT) = INS-USER-ID
                   MOVE INS-RELATION TO WS-RANK-RELATION
                   PERFORM RANK-RELATION
                   MOVE WS-RANK TO WS-RANK-NEW
                   MOVE WS-IT-RELATION(WS-IT-COUNT)
                       TO WS-RANK-RELATION
                   PERFORM RANK-RELATION
                   MOVE WS-RANK TO WS-RANK-OLD
                   IF WS-RANK-NEW < WS-RANK-OLD
                       MOVE INS-RELATION
                           TO WS-IT-RELATION(WS-IT-COUNT)
                       MOVE INS-DESCRIPTION
                           TO WS-IT-DESCRIPTION(WS-IT-COUNT)
                   END-IF
                   GO TO ADD-INSIDER-EXIT
               END-IF
           END-IF
           IF WS-IT-COUNT >= 500
               ADD 1 TO WS-IT-OVERFLOW
               GO TO ADD-INSIDER-EXIT
           END-IF
           ADD 1 TO WS-IT-COUNT
           MOVE INS-USER-ID TO WS-IT-USER-ID(WS-IT-COUNT)
           MOVE INS-RELATION TO WS-IT-RELATION(WS-IT-COUNT)
           MOVE INS-DESCRIPTION TO WS-IT-DESCRIPTION(WS-IT-COUNT).
       ADD-INSIDER-EXIT.
           EXIT.

       RANK-RELATION.
           EVALUATE WS-RANK-RELATION
               WHEN "D"
                   MOVE 1 TO WS-RANK
               WHEN "O"
                   MOVE 2 TO WS-RANK
               WHEN "S"
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 4 TO WS-RANK
           END-EVALUATE.

       FIND-INSIDER.
           MOVE 0 TO WS-IT-HIT
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
                   OR WS-IT-HIT = 1
               IF WS-IT-USER-ID(WS-IT-IDX) = WS-FIND-USER-ID
                   MOVE 1 TO WS-IT-HIT
               END-IF
           END-PERFORM
           IF WS-IT-HIT = 1
               SUBTRACT 1 FROM WS-IT-IDX
           END-IF.

       DESCRIBE-INSIDER.
           EVALUATE WS-IT-RELATION(WS-IT-IDX)
               WHEN "D"
                   MOVE "DIRECTOR" TO WS-RELATION-TEXT
               WHEN "O"
                   MOVE "OFFICER" TO WS-RELATION-TEXT
               WHEN "S"
                   MOVE "STAFF" TO WS-RELATION-TEXT
               WHEN OTHER
                   MOVE "RELATED" TO WS-RELATION-TEXT
           END-EVALUATE
           MOVE WS-IT-USER-ID(WS-IT-IDX) TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   MOVE "(DELETED CUSTOMER)" TO WS-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE USER-REC-NAME TO WS-CUSTOMER-NAME
           END-READ.

       REPORT-LOANS.
           MOVE "-- LOANS --" TO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               GO TO REPORT-LOANS-EXIT
           END-IF
           PERFORM UNTIL LOAN-MASTER-FILE-STATUS = "10"
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-IS-ACTIVE
                           MOVE LN-USER-ID TO WS-FIND-USER-ID
                           PERFORM FIND-INSIDER
                           IF WS-IT-HIT = 1
                               PERFORM REPORT-ONE-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.
       REPORT-LOANS-EXIT.
           EXIT.

       REPORT-ONE-LOAN.
           PERFORM DESCRIBE-INSIDER
           ADD 1 TO WS-LOAN-COUNT
           ADD LN-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD LN-REMAINING TO WS-TOTAL-REMAINING
           MOVE SPACES TO LOANS-REPORT-LINE
           STRING "User " LN-USER-ID " " WS-CUSTOMER-NAME " "
               WS-RELATION-TEXT " " WS-IT-DESCRIPTION(WS-IT-IDX)
               DELIMITED BY SIZE INTO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           MOVE LN-PRINCIPAL TO WS-DISP-AMOUNT
           MOVE LN-ANNUAL-RATE TO WS-DISP-RATE
           MOVE LN-REMAINING TO WS-DISP-OTHER
           MOVE SPACES TO LOANS-REPORT-LINE
           STRING "    Loan " LN-LOAN-ID " originated "
               LN-ORIGINATION-DATE " principal " WS-DISP-AMOUNT
               " rate " WS-DISP-RATE " (" LN-RATE-TYPE ") term "
               LN-TERM-MONTHS " months"
               DELIMITED BY SIZE INTO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           MOVE LN-PAYMENT-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO LOANS-REPORT-LINE
           STRING "    Payment " WS-DISP-AMOUNT " made "
               LN-PAYMENTS-MADE " outstanding " WS-DISP-OTHER
               " modifications " LN-MOD-COUNT
               DELIMITED BY SIZE INTO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE.

       REPORT-CREDIT-LINES.
           MOVE "-- CREDIT LINES --" TO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           OPEN INPUT CREDIT-LINE-FILE
           IF CREDIT-LINE-FILE-STATUS NOT = "00"
               GO TO REPORT-CREDIT-LINES-EXIT
           END-IF
           PERFORM UNTIL CREDIT-LINE-FILE-STATUS = "10"
               READ CREDIT-LINE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF NOT CL-IS-CLOSED
                           MOVE CL-USER-ID TO WS-FIND-USER-ID
                           PERFORM FIND-INSIDER
                           IF WS-IT-HIT = 1
                               PERFORM REPORT-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-LINE-FILE.
       REPORT-CREDIT-LINES-EXIT.
           EXIT.

       REPORT-ONE-LINE.
           PERFORM DESCRIBE-INSIDER
           ADD 1 TO WS-LINE-COUNT
           ADD CL-LIMIT TO WS-TOTAL-LIMIT
           MOVE 0 TO WS-DRAWN
           MOVE CL-USER-ID TO BALANCE-REC-ID
           MOVE "CREDITLINE" TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               NOT INVALID KEY
                   IF BALANCE-REC-BALANCE < 0
                       COMPUTE WS-DRAWN = 0 - BALANCE-REC-BALANCE
                   END-IF
           END-READ
           ADD WS-DRAWN TO WS-TOTAL-DRAWN
           MOVE SPACES TO LOANS-REPORT-LINE
           STRING "User " CL-USER-ID " " WS-CUSTOMER-NAME " "
               WS-RELATION-TEXT " " WS-IT-DESCRIPTION(WS-IT-IDX)
               DELIMITED BY SIZE INTO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE
           MOVE CL-LIMIT TO WS-DISP-AMOUNT
           MOVE CL-ANNUAL-RATE TO WS-DISP-RATE
           MOVE WS-DRAWN TO WS-DISP-OTHER
           MOVE SPACES TO LOANS-REPORT-LINE
           STRING "    Line type " CL-LINE-TYPE " opened "
               CL-OPEN-DATE " limit " WS-DISP-AMOUNT " rate "
               WS-DISP-RATE " drawn " WS-DISP-OTHER " status "
               CL-STATUS
               DELIMITED BY SIZE INTO LOANS-REPORT-LINE
           WRITE LOANS-REPORT-LINE.
