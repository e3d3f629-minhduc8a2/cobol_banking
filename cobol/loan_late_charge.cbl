       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN_LATE_CHARGE.

      *> Nightly late charge batch: walks LOAN-SCHEDULE-FILE for
      *> unpaid installments more than the LOAN product's grace days
      *> past due and charges each one once - a flat amount or a
      *> percentage of the installment, per PRODUCT-FILE (15 days and
      *> 5% when the LOAN product has no late terms). The charge is
      *> posted to the LOAN balance row as LOAN-LATE-FEE, added to
      *> LN-LATE-FEE-DUE for LOAN_PAYMENT to collect first, and the
      *> installment is flagged so it is never charged again. Loans
      *> inside an approved forbearance window are not charged. Each
      *> charge is listed in loan_late_charges.txt and queued as a
      *> FEE letter event.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "loan_schedule.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LS-KEY
               FILE STATUS IS LOAN-SCHEDULE-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS LOAN-MASTER-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT LATE-REPORT-FILE ASSIGN TO
               "loan_late_charges.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-SCHEDULE-FILE.
       COPY "loan_schedule_record.cpy".

       FD LOAN-MASTER-FILE.
       COPY "loan_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD LATE-REPORT-FILE.
       01 LATE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 LOAN-SCHEDULE-FILE-STATUS PIC XX.
       01 LOAN-MASTER-FILE-STATUS   PIC XX.
       01 BALANCE-DB-FILE-STATUS    PIC XX.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-TODAY-INT      PIC 9(9).
       01 WS-DAYS-LATE      PIC S9(5).
       01 WS-LOAN-TYPE      PIC X(10) VALUE "LOAN".
       01 WS-GRACE-DAYS     PIC 9(3) VALUE 15.
       01 WS-FEE-TYPE       PIC X(01) VALUE "P".
       01 WS-FEE-FLAT       PIC 9(8)V99 VALUE 0.
       01 WS-FEE-PCT        PIC 9(2)V99 VALUE 5.
       01 WS-FEE            PIC 9(8)V99.
       01 WS-TXN-TYPE-LATE  PIC X(15) VALUE "LOAN-LATE-FEE".
       01 WS-TXN-AMOUNT     PIC S9(10)V99.
       01 WS-TXN-BALANCE    PIC S9(10)V99.
       01 WS-LEDGER-RATE    PIC 9(03)V9(6) VALUE 1.
       01 WS-LETTER-EVENT   PIC X(15) VALUE "FEE".
       01 WS-EVENT-AMOUNT   PIC S9(10)V99.
       01 WS-CHARGED-COUNT  PIC 9(6) VALUE 0.
       01 WS-CHARGED-TOTAL  PIC 9(10)V99 VALUE 0.
       01 WS-FORBORNE-COUNT PIC 9(6) VALUE 0.
       01 WS-DISPLAY-FEE    PIC 9(8).99.
       01 WS-DISPLAY-TOTAL  PIC 9(10).99.
       01 WS-PRODUCT-FOUND  PIC 9 VALUE 0.
       01 WS-PRODUCT-RECORD.
           05 WS-PRD-ACCOUNT-TYPE      PIC X(10).
           05 WS-PRD-TIER OCCURS 3 TIMES.
               10 WS-PRD-TIER-LIMIT    PIC 9(10)V99.
               10 WS-PRD-TIER-RATE     PIC 9V9(4).
           05 WS-PRD-MONTHLY-FEE       PIC 9(10)V99.
           05 WS-PRD-OVERDRAFT-FEE     PIC 9(10)V99.
           05 WS-PRD-MINIMUM-BALANCE   PIC 9(10)V99.
           05 WS-PRD-DEFAULT-OVERDRAFT PIC 9(10)V99.
           05 WS-PRD-DEFAULT-CURRENCY  PIC X(03).
           05 WS-PRD-LATE-GRACE-DAYS   PIC 9(3).
           05 WS-PRD-LATE-FEE-TYPE     PIC X(01).
           05 WS-PRD-LATE-FEE-AMOUNT   PIC 9(8)V99.
           05 WS-PRD-LATE-FEE-PCT      PIC 9(2)V99.
           05 WS-PRD-WD-LIMIT          PIC 9(3).
           05 WS-PRD-EXCESS-WD-FEE     PIC 9(8)V99.
           05 WS-PRD-REPRICE-PCT       PIC 9(3) OCCURS 6 TIMES.
           05 WS-PRD-DEBIT-RATE        PIC 9V9(4).
           05 WS-PRD-EARLY-WD-RULE     PIC X(01).
           05 WS-PRD-EARLY-WD-PCT      PIC 9(2)V99.
           05 WS-PRD-EARLY-WD-MIN      PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-CHARGED-COUNT
           MOVE 0 TO WS-CHARGED-TOTAL
           MOVE 0 TO WS-FORBORNE-COUNT
           DISPLAY "----------------------------"
           DISPLAY "Loan late charge batch."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           IF WS-BD-OPEN-FLAG = 0
               DISPLAY "Business date is closed - posting is locked."
               GOBACK
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM LOAD-LATE-TERMS THRU LOAD-LATE-TERMS-EXIT
           OPEN I-O LOAN-SCHEDULE-FILE
           IF LOAN-SCHEDULE-FILE-STATUS NOT = "00"
               DISPLAY "No loan schedules on file."
               GOBACK
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF LOAN-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "No loans on file."
               CLOSE LOAN-SCHEDULE-FILE
               GOBACK
           END-IF
           OPEN OUTPUT LATE-REPORT-FILE
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "LOAN LATE CHARGES " WS-BUSINESS-DATE
               "  grace " WS-GRACE-DAYS " day(s)"
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE
           MOVE "Loan       User       Pmt Due date  Days  Charge"
               TO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE
           PERFORM UNTIL LOAN-SCHEDULE-FILE-STATUS = "10"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF NOT LS-IS-PAID AND NOT LS-LATE-CHARGED
                          AND LS-DUE-DATE < WS-BUSINESS-DATE
                           PERFORM CHARGE-ONE-INSTALLMENT
                               THRU CHARGE-ONE-INSTALLMENT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CHARGED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "Installments charged " WS-CHARGED-COUNT
               "  total " WS-DISPLAY-TOTAL
               "  skipped in forbearance " WS-FORBORNE-COUNT
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LATE-REPORT-FILE
           DISPLAY "Installments charged late: " WS-CHARGED-COUNT
           DISPLAY "Late charges assessed:     " WS-DISPLAY-TOTAL
           DISPLAY "Report written to loan_late_charges.txt"
           GOBACK.

      *> The LOAN product row carries the grace days and the charge;
      *> a product master with no LOAN row, or one with no late terms
      *> set, falls back to the defaults above.
       LOAD-LATE-TERMS.
           CALL "GET_PRODUCT" USING WS-LOAN-TYPE WS-PRODUCT-RECORD
               WS-PRODUCT-FOUND
           IF WS-PRODUCT-FOUND = 0
               GO TO LOAD-LATE-TERMS-EXIT
           END-IF
           IF WS-PRD-LATE-FEE-TYPE NOT = "F"
              AND WS-PRD-LATE-FEE-TYPE NOT = "P"
               GO TO LOAD-LATE-TERMS-EXIT
           END-IF
           MOVE WS-PRD-LATE-GRACE-DAYS TO WS-GRACE-DAYS
           MOVE WS-PRD-LATE-FEE-TYPE TO WS-FEE-TYPE
           MOVE WS-PRD-LATE-FEE-AMOUNT TO WS-FEE-FLAT
           MOVE WS-PRD-LATE-FEE-PCT TO WS-FEE-PCT.
       LOAD-LATE-TERMS-EXIT.
           EXIT.

       CHARGE-ONE-INSTALLMENT.
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(LS-DUE-DATE)
           IF WS-DAYS-LATE <= WS-GRACE-DAYS
               GO TO CHARGE-ONE-INSTALLMENT-EXIT
           END-IF
           MOVE LS-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER-FILE
               INVALID KEY
                   GO TO CHARGE-ONE-INSTALLMENT-EXIT
           END-READ
           IF NOT LN-IS-ACTIVE
               GO TO CHARGE-ONE-INSTALLMENT-EXIT
           END-IF
           IF LN-FORBEAR-START NOT = 0
              AND WS-BUSINESS-DATE >= LN-FORBEAR-START
              AND WS-BUSINESS-DATE <= LN-FORBEAR-END
               ADD 1 TO WS-FORBORNE-COUNT
               GO TO CHARGE-ONE-INSTALLMENT-EXIT
           END-IF
           IF WS-FEE-TYPE = "F"
               MOVE WS-FEE-FLAT TO WS-FEE
           ELSE
               COMPUTE WS-FEE ROUNDED = LS-PAYMENT * WS-FEE-PCT / 100
           END-IF
           IF WS-FEE = 0
               GO TO CHARGE-ONE-INSTALLMENT-EXIT
           END-IF
           PERFORM POST-LATE-CHARGE THRU POST-LATE-CHARGE-EXIT
           ADD WS-FEE TO LN-LATE-FEE-DUE
           REWRITE LOAN-MASTER-RECORD
           MOVE "Y" TO LS-LATE-FEE-FLAG
           MOVE WS-FEE TO LS-LATE-FEE-AMOUNT
           REWRITE LOAN-SCHEDULE-RECORD
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-FEE TO WS-CHARGED-TOTAL
           MOVE WS-FEE TO WS-EVENT-AMOUNT
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               LN-USER-ID WS-LOAN-TYPE WS-EVENT-AMOUNT
           MOVE WS-FEE TO WS-DISPLAY-FEE
           MOVE SPACES TO LATE-REPORT-LINE
           STRING LS-LOAN-ID " " LN-USER-ID " " LS-PAYMENT-NO " "
               LS-DUE-DATE "  " WS-DAYS-LATE " " WS-DISPLAY-FEE
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE
           DISPLAY LATE-REPORT-LINE.
       CHARGE-ONE-INSTALLMENT-EXIT.
           EXIT.

      *> The charge is owed on the loan, so it deepens the LOAN row
      *> (held negative) rather than touching a deposit account.
       POST-LATE-CHARGE.
           OPEN I-O BALANCE-DB-FILE
           MOVE LN-USER-ID TO BALANCE-REC-ID
           MOVE WS-LOAN-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   DISPLAY "WARNING: no LOAN balance row for loan #"
                       LN-LOAN-ID " - charge held on the master only."
                   CLOSE BALANCE-DB-FILE
                   GO TO POST-LATE-CHARGE-EXIT
           END-READ
           SUBTRACT WS-FEE FROM BALANCE-REC-BALANCE
           REWRITE BALANCE-DB-RECORD
           COMPUTE WS-TXN-AMOUNT = 0 - WS-FEE
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING LN-USER-ID
               WS-TXN-TYPE-LATE WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-LOAN-TYPE WS-LEDGER-RATE
           CLOSE BALANCE-DB-FILE.
       POST-LATE-CHARGE-EXIT.
           EXIT.
