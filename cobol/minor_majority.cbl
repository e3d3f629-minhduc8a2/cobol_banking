       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINOR_MAJORITY.

      *> Monthly age-of-majority run: every active row in minors.db
      *> whose holder has reached the age of majority by the
      *> business date (worked out from USER-REC-DOB, so a corrected
      *> date of birth is honoured) is converted to ordinary
      *> ownership - the custodian stops signing and receiving the
      *> mail, and cards and overdraft limits become available. The
      *> new adult and the former custodian are both told through
      *> LETTER_ENGINE, the change goes to change history, and each
      *> conversion is listed in minor_majority_report.txt with the
      *> accounts that passed. Rows whose date of birth is not a
      *> real date are listed for correction, not converted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINOR-FILE ASSIGN TO "minors.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNR-USER-ID
               FILE STATUS IS MINOR-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT MAJORITY-REPORT-FILE ASSIGN TO
               "minor_majority_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAJORITY-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MINOR-FILE.
       COPY "minor_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD MAJORITY-REPORT-FILE.
       01 MAJORITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 MINOR-FILE-STATUS           PIC XX.
       01 USER-DB-FILE-STATUS         PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 MAJORITY-REPORT-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
      *> The same age ADD_USER holds applicants to before they may
      *> open without a custodian.
       01 WS-MAJORITY-AGE  PIC 9(3) VALUE 18.
       01 WS-DOB-DATE      PIC 9(8).
       01 WS-MAJORITY-DATE PIC 9(8).
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-HOLDER-NAME   PIC X(30).
       01 WS-ACCOUNT-LIST  PIC X(60).
       01 WS-LIST-PTR      PIC 9(3).
       01 WS-ACCOUNT-COUNT PIC 9(3).
       01 WS-LETTER-EVENT  PIC X(15).
       01 WS-LETTER-TYPE   PIC X(10) VALUE "CUSTODIAL".
       01 WS-LETTER-AMOUNT PIC S9(10)V99 VALUE 0.
       01 WS-HIST-FIELD    PIC X(20) VALUE "CUSTODIAN".
       01 WS-HIST-OLD      PIC X(50).
       01 WS-HIST-NEW      PIC X(50).
       01 WS-ACTIVE-COUNT  PIC 9(6) VALUE 0.
       01 WS-CONVERT-COUNT PIC 9(6) VALUE 0.
       01 WS-BAD-DOB-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Minor age-of-majority run."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN I-O MINOR-FILE
           IF MINOR-FILE-STATUS NOT = "00"
               DISPLAY "No minor accounts on file."
               GOBACK
           END-IF
           OPEN INPUT USER-DB-FILE
           IF USER-DB-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "user.db             " USER-DB-FILE-STATUS
               CLOSE MINOR-FILE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           OPEN OUTPUT MAJORITY-REPORT-FILE
           MOVE SPACES TO MAJORITY-REPORT-LINE
           STRING "AGE OF MAJORITY CONVERSIONS - " WS-BUSINESS-DATE
               " (age " WS-MAJORITY-AGE ")"
               DELIMITED BY SIZE INTO MAJORITY-REPORT-LINE
           WRITE MAJORITY-REPORT-LINE
           MOVE 0 TO MNR-USER-ID
           START MINOR-FILE KEY IS >= MNR-USER-ID
               INVALID KEY
                   MOVE "10" TO MINOR-FILE-STATUS
           END-START
           PERFORM UNTIL MINOR-FILE-STATUS = "10"
               READ MINOR-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MNR-IS-ACTIVE
                           PERFORM REVIEW-ONE-MINOR
                               THRU REVIEW-ONE-MINOR-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO MAJORITY-REPORT-LINE
           STRING "Active minors " WS-ACTIVE-COUNT
               "  converted " WS-CONVERT-COUNT
               "  date of birth to correct " WS-BAD-DOB-COUNT
               DELIMITED BY SIZE INTO MAJORITY-REPORT-LINE
           WRITE MAJORITY-REPORT-LINE
           CLOSE MAJORITY-REPORT-FILE
           CLOSE BALANCE-DB-FILE
           CLOSE USER-DB-FILE
           CLOSE MINOR-FILE
           DISPLAY "Active minors reviewed: " WS-ACTIVE-COUNT
           DISPLAY "Converted to ordinary:  " WS-CONVERT-COUNT
           DISPLAY "Date of birth invalid:  " WS-BAD-DOB-COUNT
           DISPLAY "Report written to minor_majority_report.txt"
           GOBACK.

       REVIEW-ONE-MINOR.
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE MNR-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   MOVE SPACES TO MAJORITY-REPORT-LINE
                   STRING "USER " MNR-USER-ID
                       " NOT IN user.db - row left active"
                       DELIMITED BY SIZE INTO MAJORITY-REPORT-LINE
                   WRITE MAJORITY-REPORT-LINE
                   GO TO REVIEW-ONE-MINOR-EXIT
           END-READ
           MOVE USER-REC-NAME TO WS-HOLDER-NAME
           MOVE 0 TO WS-DOB-DATE
           IF USER-REC-DOB(1:4) IS NUMERIC
              AND USER-REC-DOB(6:2) IS NUMERIC
              AND USER-REC-DOB(9:2) IS NUMERIC
               MOVE USER-REC-DOB(1:4) TO WS-DOB-DATE(1:4)
               MOVE USER-REC-DOB(6:2) TO WS-DOB-DATE(5:2)
               MOVE USER-REC-DOB(9:2) TO WS-DOB-DATE(7:2)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DOB-DATE) NOT = 0
               ADD 1 TO WS-BAD-DOB-COUNT
               MOVE SPACES TO MAJORITY-REPORT-LINE
               STRING "USER " MNR-USER-ID " " WS-HOLDER-NAME
                   " DOB '" USER-REC-DOB "' IS NOT A DATE - "
                   "CORRECT VIA EDIT USER"
                   DELIMITED BY SIZE INTO MAJORITY-REPORT-LINE
               WRITE MAJORITY-REPORT-LINE
               GO TO REVIEW-ONE-MINOR-EXIT
           END-IF
      *>   A 29 February birthday comes of age on 1 March in a
      *>   common year.
           COMPUTE WS-MAJORITY-DATE =
               WS-DOB-DATE + (WS-MAJORITY-AGE * 10000)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAJORITY-DATE) NOT = 0
               MOVE "0301" TO WS-MAJORITY-DATE(5:4)
           END-IF
           IF WS-MAJORITY-DATE > WS-BUSINESS-DATE
               IF WS-MAJORITY-DATE NOT = MNR-MAJORITY-DATE
                   MOVE WS-MAJORITY-DATE TO MNR-MAJORITY-DATE
                   REWRITE MINOR-RECORD
               END-IF
               GO TO REVIEW-ONE-MINOR-EXIT
           END-IF
           PERFORM LIST-HOLDER-ACCOUNTS THRU LIST-HOLDER-ACCOUNTS-EXIT
           MOVE WS-MAJORITY-DATE TO MNR-MAJORITY-DATE
           MOVE "C" TO MNR-STATUS
           MOVE WS-BUSINESS-DATE TO MNR-CONVERTED-DATE
           REWRITE MINOR-RECORD
           ADD 1 TO WS-CONVERT-COUNT
           MOVE "AGE-MAJORITY" TO WS-LETTER-EVENT
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               MNR-USER-ID WS-LETTER-TYPE WS-LETTER-AMOUNT
           MOVE "CUSTODY-ENDED" TO WS-LETTER-EVENT
           CALL "LOG_LETTER_EVENT" USING WS-LETTER-EVENT
               MNR-CUSTODIAN-ID WS-LETTER-TYPE WS-LETTER-AMOUNT
           MOVE SPACES TO WS-HIST-OLD WS-HIST-NEW
           STRING "CUSTODIAN " MNR-CUSTODIAN-ID
               DELIMITED BY SIZE INTO WS-HIST-OLD
           STRING "NONE - AGE OF MAJORITY " WS-MAJORITY-DATE
               DELIMITED BY SIZE INTO WS-HIST-NEW
           CALL "LOG_CHANGE_HISTORY" USING MNR-USER-ID WS-HIST-FIELD
               WS-HIST-OLD WS-HIST-NEW WS-OPERATOR-ID
           MOVE SPACES TO MAJORITY-REPORT-LINE
           STRING "USER " MNR-USER-ID " " WS-HOLDER-NAME
               " DOB " USER-REC-DOB " CUSTODIAN " MNR-CUSTODIAN-ID
               " CONVERTED " WS-ACCOUNT-COUNT " ACCOUNT(S): "
               WS-ACCOUNT-LIST
               DELIMITED BY SIZE INTO MAJORITY-REPORT-LINE
           WRITE MAJORITY-REPORT-LINE.
       REVIEW-ONE-MINOR-EXIT.
           EXIT.

      *> Names the accounts that pass to the customer, for the
      *> report - the conversion itself is the custodianship row.
       LIST-HOLDER-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE SPACES TO WS-ACCOUNT-LIST
           MOVE 1 TO WS-LIST-PTR
           IF BALANCE-DB-FILE-STATUS NOT = "00"
              AND BALANCE-DB-FILE-STATUS NOT = "10"
              AND BALANCE-DB-FILE-STATUS NOT = "23"
               GO TO LIST-HOLDER-ACCOUNTS-EXIT
           END-IF
           MOVE MNR-USER-ID TO BALANCE-REC-ID
           MOVE LOW-VALUES TO BALANCE-REC-ACCOUNT-TYPE
           START BALANCE-DB-FILE KEY IS >= BALANCE-REC-KEY
               INVALID KEY
                   GO TO LIST-HOLDER-ACCOUNTS-EXIT
           END-START
           PERFORM UNTIL BALANCE-DB-FILE-STATUS = "10"
               READ BALANCE-DB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF BALANCE-REC-ID NOT = MNR-USER-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               STRING BALANCE-REC-ACCOUNT-TYPE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-ACCOUNT-LIST WITH POINTER WS-LIST-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-PERFORM.
       LIST-HOLDER-ACCOUNTS-EXIT.
           EXIT.
