       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOW_BALANCE_STEP.

      *> LOW_BALANCE_ALERT one account at a time, for BALANCE_SWEEP
      *> (sweep_step_control.cpy): an account under the configured
      *> threshold is joined to the owning USER-DB-RECORD for name
      *> and contact info and written to the outreach list, so
      *> at-risk customers can be called before they overdraw.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.

           SELECT ALERT-REPORT-FILE
               ASSIGN TO "low_balance_alert_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPRESS-REPORT-FILE ASSIGN TO
               "letter_suppression_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPRESS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-DB-FILE.
           COPY "user_record.cpy".

       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-LINE PIC X(120).

       FD SUPPRESS-REPORT-FILE.
       01 SUPPRESS-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 USER-DB-FILE-STATUS    PIC XX.
       01 WS-ALERT-THRESHOLD     PIC S9(10)V99 VALUE 25.00.
       01 WS-ALERT-COUNT         PIC 9(6) VALUE 0.
       01 WS-LETTER-EVENT        PIC X(15) VALUE "LOW-BALANCE".
       01 WS-LETTER-AMOUNT       PIC S9(10)V99 VALUE 0.
       01 SUPPRESS-REPORT-FILE-STATUS PIC XX.
       01 WS-PREF-CHANNEL        PIC X(01).
       01 WS-PREF-BAD-ADDR       PIC X(01).
       01 WS-SUPPRESSED-COUNT    PIC 9(6) VALUE 0.
       01 WS-ARCH-SOURCE   PIC X(30).
       01 WS-ARCH-TYPE     PIC X(20).
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       LINKAGE SECTION.
       COPY "sweep_step_control.cpy".
       COPY "balance_record.cpy".

       PROCEDURE DIVISION USING SWEEP-STEP-CONTROL BALANCE-DB-RECORD.
       MAIN-PARA.
           EVALUATE TRUE
               WHEN SSC-START-RUN
                   PERFORM START-RUN
               WHEN SSC-ONE-ACCOUNT
                   IF BALANCE-REC-BALANCE < WS-ALERT-THRESHOLD
                       PERFORM WRITE-ALERT-LINE
                           THRU WRITE-ALERT-LINE-EXIT
                   END-IF
               WHEN SSC-FINISH-RUN
                   PERFORM FINISH-RUN
           END-EVALUATE
           GOBACK.

       START-RUN.
           MOVE 0 TO WS-ALERT-COUNT
           MOVE 0 TO WS-SUPPRESSED-COUNT
           DISPLAY "-------------------------------"
           DISPLAY "Low-balance alert scan running."
           DISPLAY "-------------------------------"
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND SUPPRESS-REPORT-FILE
           IF SUPPRESS-REPORT-FILE-STATUS = "35"
               OPEN OUTPUT SUPPRESS-REPORT-FILE
               CLOSE SUPPRESS-REPORT-FILE
               OPEN EXTEND SUPPRESS-REPORT-FILE
           END-IF
      *>   A restarted pass keeps the lines written before the stop.
           IF SSC-IS-RESTART
               OPEN EXTEND ALERT-REPORT-FILE
           ELSE
               OPEN OUTPUT ALERT-REPORT-FILE
               MOVE SPACES TO ALERT-REPORT-LINE
               STRING "LOW BALANCE ALERT REPORT (threshold "
                   WS-ALERT-THRESHOLD ")"
                   DELIMITED BY SIZE INTO ALERT-REPORT-LINE
               WRITE ALERT-REPORT-LINE
               DISPLAY ALERT-REPORT-LINE
           END-IF.

       FINISH-RUN.
           CLOSE USER-DB-FILE
           CLOSE ALERT-REPORT-FILE
           CLOSE SUPPRESS-REPORT-FILE
           MOVE "low_balance_alert_report.txt" TO WS-ARCH-SOURCE
           MOVE "LOW-BALANCE-ALERT" TO WS-ARCH-TYPE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "THRESHOLD=" WS-ALERT-THRESHOLD
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           DISPLAY "Accounts flagged: " WS-ALERT-COUNT
           IF WS-SUPPRESSED-COUNT > 0
               DISPLAY "Outreach suppressed for "
                   WS-SUPPRESSED-COUNT " - see "
                   "letter_suppression_report.txt"
           END-IF.

       WRITE-ALERT-LINE.
           MOVE BALANCE-REC-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM OUTREACH-ONE-CUSTOMER
                       THRU OUTREACH-ONE-CUSTOMER-EXIT
           END-READ.
       WRITE-ALERT-LINE-EXIT.
           EXIT.

      *> A customer on hold-all, or a mail customer whose mail comes
      *> back, must not land on the call/mail list - they go to the
      *> shared suppression report instead, the same gate the
      *> collections letters pass through.
       OUTREACH-ONE-CUSTOMER.
           CALL "GET_CONTACT_PREF" USING BALANCE-REC-ID
               WS-PREF-CHANNEL WS-PREF-BAD-ADDR
           IF WS-PREF-CHANNEL = "H"
              OR (WS-PREF-CHANNEL = "M"
                  AND WS-PREF-BAD-ADDR = "Y")
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE SPACES TO SUPPRESS-REPORT-LINE
               STRING "SUPPRESSED low-balance outreach user "
                   BALANCE-REC-ID " " BALANCE-REC-ACCOUNT-TYPE
                   " channel " WS-PREF-CHANNEL
                   " bad-addr " WS-PREF-BAD-ADDR
                   DELIMITED BY SIZE INTO SUPPRESS-REPORT-LINE
               WRITE SUPPRESS-REPORT-LINE
               GO TO OUTREACH-ONE-CUSTOMER-EXIT
           END-IF
           ADD 1 TO WS-ALERT-COUNT
      *>   Feed the correspondence engine so the customer hears about
      *>   the low balance, not just the internal report.
           MOVE BALANCE-REC-BALANCE TO WS-LETTER-AMOUNT
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               BALANCE-REC-ID BALANCE-REC-ACCOUNT-TYPE
               WS-LETTER-AMOUNT
           MOVE SPACES TO ALERT-REPORT-LINE
           STRING "User " USER-REC-ID
               " " USER-REC-NAME
               " " BALANCE-REC-ACCOUNT-TYPE
               " Balance: " BALANCE-REC-BALANCE
               " Phone: " USER-REC-PHONE
               " Email: " USER-REC-EMAIL
               DELIMITED BY SIZE INTO ALERT-REPORT-LINE
           WRITE ALERT-REPORT-LINE
           DISPLAY ALERT-REPORT-LINE.
       OUTREACH-ONE-CUSTOMER-EXIT.
           EXIT.
