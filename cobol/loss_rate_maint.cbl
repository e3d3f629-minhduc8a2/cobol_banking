       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS_RATE_MAINT.

      *> Supervisor maintenance for LOSS-RATE-FILE: the loss rate
      *> per risk bucket the month-end LOAN_LOSS_ALLOWANCE run
      *> reserves against, for the loan book and for overdrawn
      *> deposit accounts. Credit sets the rates from its loss
      *> experience and changes them here; an empty file can be
      *> seeded with the standard rates. Every change goes to the
      *> standing-data audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSS-RATE-FILE ASSIGN TO "loss_rates.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS LOSS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOSS-RATE-FILE.
       COPY "loss_rate_record.cpy".

       WORKING-STORAGE SECTION.
       01 LOSS-RATE-FILE-STATUS PIC XX.
       01 CHOICE                PIC 9 VALUE 0.
       01 WS-ROW-COUNT          PIC 9(4) VALUE 0.
       01 WS-SEED-CONFIRM       PIC X.
       01 WS-PORTFOLIO-INPUT    PIC X(01).
       01 WS-BUCKET-INPUT       PIC X(10).
       01 WS-RATE-INPUT         PIC X(08).
       01 WS-RATE               PIC 9(3)V99.
       01 WS-DISP-RATE          PIC ZZ9.99.
       01 WS-VALID              PIC 9 VALUE 0.
       01 WS-RC-PROGRAM         PIC X(20) VALUE "LOSS_RATE_MAINT".
       01 WS-RC-KEY             PIC X(30).
       01 WS-RC-FIELD           PIC X(20) VALUE "LOSS RATE".
       01 WS-RC-OLD             PIC X(30).
       01 WS-RC-NEW             PIC X(30).
      *> The standard rates: portfolio, bucket and rate (percent,
      *> two decimals), then the description, as laid out in
      *> LOSS-RATE-RECORD. An overdraft is never modified.
       01 WS-SEED-TABLE.
           05 FILLER PIC X(16) VALUE "LCURRENT   00100".
           05 FILLER PIC X(30) VALUE
               "Loans current / under 30 days ".
           05 FILLER PIC X(16) VALUE "LDPD-30    00500".
           05 FILLER PIC X(30) VALUE
               "Loans 30-59 days past due     ".
           05 FILLER PIC X(16) VALUE "LDPD-60    01500".
           05 FILLER PIC X(30) VALUE
               "Loans 60-89 days past due     ".
           05 FILLER PIC X(16) VALUE "LDPD-90    04000".
           05 FILLER PIC X(30) VALUE
               "Loans 90 days and over        ".
           05 FILLER PIC X(16) VALUE "LMODIFIED  01000".
           05 FILLER PIC X(30) VALUE
               "Modified loans                ".
           05 FILLER PIC X(16) VALUE "LBANKRUPT  05000".
           05 FILLER PIC X(30) VALUE
               "Loans to bankrupt borrowers   ".
           05 FILLER PIC X(16) VALUE "OCURRENT   00200".
           05 FILLER PIC X(30) VALUE
               "Overdrawn under 30 days       ".
           05 FILLER PIC X(16) VALUE "ODPD-30    02000".
           05 FILLER PIC X(30) VALUE
               "Overdrawn 30-59 days          ".
           05 FILLER PIC X(16) VALUE "ODPD-60    05000".
           05 FILLER PIC X(30) VALUE
               "Overdrawn 60-89 days          ".
           05 FILLER PIC X(16) VALUE "ODPD-90    09000".
           05 FILLER PIC X(30) VALUE
               "Overdrawn 90 days and over    ".
           05 FILLER PIC X(16) VALUE "OBANKRUPT  09000".
           05 FILLER PIC X(30) VALUE
               "Overdrawn, bankrupt customer  ".
       01 WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 11 TIMES.
               10 WS-SEED-PORTFOLIO PIC X(01).
               10 WS-SEED-BUCKET    PIC X(10).
               10 WS-SEED-RATE      PIC 9(3)V99.
               10 WS-SEED-DESC      PIC X(30).
       01 WS-SEED-IDX           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Loan loss rate maintenance."
           DISPLAY "----------------------------"
           OPEN I-O LOSS-RATE-FILE
           IF LOSS-RATE-FILE-STATUS = "35"
               OPEN OUTPUT LOSS-RATE-FILE
               CLOSE LOSS-RATE-FILE
               OPEN I-O LOSS-RATE-FILE
           END-IF
           PERFORM OFFER-SEED-IF-EMPTY
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List loss rates"
               DISPLAY "2. Add / update loss rate"
               DISPLAY "3. Delete loss rate"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-RATES THRU LIST-RATES-EXIT
                   WHEN 2
                       PERFORM UPSERT-RATE THRU UPSERT-RATE-EXIT
                   WHEN 3
                       PERFORM DELETE-RATE THRU DELETE-RATE-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE LOSS-RATE-FILE
           GOBACK.

       OFFER-SEED-IF-EMPTY.
           MOVE 0 TO WS-ROW-COUNT
           MOVE LOW-VALUES TO LR-KEY
           START LOSS-RATE-FILE KEY IS >= LR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ LOSS-RATE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO WS-ROW-COUNT
                   END-READ
           END-START
           IF WS-ROW-COUNT = 0
               DISPLAY "No loss rates on file - seed the standard "
                   "rates? (Y/N): "
               ACCEPT WS-SEED-CONFIRM
               IF WS-SEED-CONFIRM = "Y" OR WS-SEED-CONFIRM = "y"
                   PERFORM SEED-ONE-RATE
                       VARYING WS-SEED-IDX FROM 1 BY 1
                       UNTIL WS-SEED-IDX > 11
                   DISPLAY "Standard loss rates seeded."
               END-IF
           END-IF.

       SEED-ONE-RATE.
           MOVE WS-SEED-PORTFOLIO(WS-SEED-IDX) TO LR-PORTFOLIO
           MOVE WS-SEED-BUCKET(WS-SEED-IDX)    TO LR-BUCKET
           MOVE WS-SEED-RATE(WS-SEED-IDX)      TO LR-RATE
           MOVE WS-SEED-DESC(WS-SEED-IDX)      TO LR-DESCRIPTION
           WRITE LOSS-RATE-RECORD
               INVALID KEY
                   REWRITE LOSS-RATE-RECORD
           END-WRITE.

       LIST-RATES.
           MOVE LOW-VALUES TO LR-KEY
           START LOSS-RATE-FILE KEY IS >= LR-KEY
               INVALID KEY
                   DISPLAY "No loss rates on file."
                   GO TO LIST-RATES-EXIT
           END-START
           DISPLAY "P BUCKET       RATE % DESCRIPTION"
           PERFORM UNTIL LOSS-RATE-FILE-STATUS = "10"
               READ LOSS-RATE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LR-RATE TO WS-DISP-RATE
                       DISPLAY LR-PORTFOLIO " " LR-BUCKET " "
                           WS-DISP-RATE " " LR-DESCRIPTION
               END-READ
           END-PERFORM.
       LIST-RATES-EXIT.
           EXIT.

       ACCEPT-RATE-KEY.
           MOVE 0 TO WS-VALID
           DISPLAY "Portfolio (L loans, O overdrawn deposits): "
           ACCEPT WS-PORTFOLIO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PORTFOLIO-INPUT)
               TO WS-PORTFOLIO-INPUT
           IF WS-PORTFOLIO-INPUT NOT = "L"
              AND WS-PORTFOLIO-INPUT NOT = "O"
               DISPLAY "Portfolio must be L or O."
               GO TO ACCEPT-RATE-KEY-EXIT
           END-IF
           DISPLAY "Bucket (CURRENT, DPD-30, DPD-60, DPD-90, "
               "MODIFIED, BANKRUPT): "
           ACCEPT WS-BUCKET-INPUT
           MOVE FUNCTION UPPER-CASE(WS-BUCKET-INPUT)
               TO WS-BUCKET-INPUT
           EVALUATE WS-BUCKET-INPUT
               WHEN "CURRENT"
               WHEN "DPD-30"
               WHEN "DPD-60"
               WHEN "DPD-90"
               WHEN "BANKRUPT"
                   CONTINUE
               WHEN "MODIFIED"
                   IF WS-PORTFOLIO-INPUT = "O"
                       DISPLAY "An overdraft is never modified."
                       GO TO ACCEPT-RATE-KEY-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown bucket."
                   GO TO ACCEPT-RATE-KEY-EXIT
           END-EVALUATE
           MOVE WS-PORTFOLIO-INPUT TO LR-PORTFOLIO
           MOVE WS-BUCKET-INPUT TO LR-BUCKET
           MOVE SPACES TO WS-RC-KEY
           STRING WS-PORTFOLIO-INPUT " " WS-BUCKET-INPUT
               DELIMITED BY SIZE INTO WS-RC-KEY
           MOVE 1 TO WS-VALID.
       ACCEPT-RATE-KEY-EXIT.
           EXIT.

       UPSERT-RATE.
           PERFORM ACCEPT-RATE-KEY THRU ACCEPT-RATE-KEY-EXIT
           IF WS-VALID = 0
               GO TO UPSERT-RATE-EXIT
           END-IF
      *>   The before-image for the standing-data audit trail - a
      *>   rate change moves the reserve at the next month-end.
           MOVE "NEW" TO WS-RC-OLD
           READ LOSS-RATE-FILE
               INVALID KEY
                   MOVE SPACES TO LR-DESCRIPTION
               NOT INVALID KEY
                   MOVE LR-RATE TO WS-DISP-RATE
                   MOVE WS-DISP-RATE TO WS-RC-OLD
           END-READ
           MOVE WS-PORTFOLIO-INPUT TO LR-PORTFOLIO
           MOVE WS-BUCKET-INPUT TO LR-BUCKET
           DISPLAY "Loss rate, percent of exposure (e.g. 12.50): "
           ACCEPT WS-RATE-INPUT
           IF FUNCTION TEST-NUMVAL(WS-RATE-INPUT) NOT = 0
               DISPLAY "Not a valid rate - nothing changed."
               GO TO UPSERT-RATE-EXIT
           END-IF
           IF FUNCTION NUMVAL(WS-RATE-INPUT) < 0
              OR FUNCTION NUMVAL(WS-RATE-INPUT) > 100
               DISPLAY "A loss rate is 0 to 100 percent - nothing "
                   "changed."
               GO TO UPSERT-RATE-EXIT
           END-IF
           COMPUTE WS-RATE = FUNCTION NUMVAL(WS-RATE-INPUT)
           MOVE WS-RATE TO LR-RATE
           DISPLAY "Description: "
           ACCEPT LR-DESCRIPTION
           WRITE LOSS-RATE-RECORD
               INVALID KEY
                   REWRITE LOSS-RATE-RECORD
                   DISPLAY "Loss rate updated."
               NOT INVALID KEY
                   DISPLAY "Loss rate added."
           END-WRITE
           MOVE LR-RATE TO WS-DISP-RATE
           MOVE WS-DISP-RATE TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       UPSERT-RATE-EXIT.
           EXIT.

       DELETE-RATE.
           PERFORM ACCEPT-RATE-KEY THRU ACCEPT-RATE-KEY-EXIT
           IF WS-VALID = 0
               GO TO DELETE-RATE-EXIT
           END-IF
           READ LOSS-RATE-FILE
               INVALID KEY
                   DISPLAY "No loss rate on file for that bucket."
                   GO TO DELETE-RATE-EXIT
           END-READ
           MOVE LR-RATE TO WS-DISP-RATE
           MOVE WS-DISP-RATE TO WS-RC-OLD
           DELETE LOSS-RATE-FILE
               INVALID KEY
                   DISPLAY "No loss rate on file for that bucket."
                   GO TO DELETE-RATE-EXIT
               NOT INVALID KEY
                   DISPLAY "Loss rate deleted - the bucket reserves "
                       "nothing until a rate is set."
           END-DELETE
           MOVE "DELETED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       DELETE-RATE-EXIT.
           EXIT.
