       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMENT_INSERT_MAINT.

      *> Supervisor maintenance for STATEMENT-INSERT-FILE: the
      *> regulatory and marketing inserts the month-end
      *> STATEMENT_PRINT_RUN asks the print vendor to enclose. Each
      *> insert is keyed by the vendor's insert code and targets an
      *> account type and customer type (blank for any) over a date
      *> window the statement period end must fall in. Every change
      *> goes to the standing-data audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-INSERT-FILE ASSIGN TO
               "statement_inserts.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-CODE
               FILE STATUS IS STATEMENT-INSERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-INSERT-FILE.
       COPY "statement_insert_record.cpy".

       WORKING-STORAGE SECTION.
       01 STATEMENT-INSERT-FILE-STATUS PIC XX.
       01 CHOICE                PIC 9 VALUE 0.
       01 WS-CODE-INPUT         PIC X(08).
       01 WS-DATE-INPUT         PIC X(10).
       01 WS-VALID              PIC 9 VALUE 0.
       01 WS-TYPE-OK            PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-BD-OPEN-FLAG       PIC 9 VALUE 1.
       COPY "account_types.cpy".
       01 WS-RC-PROGRAM         PIC X(20) VALUE "STATEMENT_INSERTS".
       01 WS-RC-KEY             PIC X(30).
       01 WS-RC-FIELD           PIC X(20) VALUE "STATEMENT INSERT".
       01 WS-RC-OLD             PIC X(30).
       01 WS-RC-NEW             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Statement inserts."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O STATEMENT-INSERT-FILE
           IF STATEMENT-INSERT-FILE-STATUS = "35"
               OPEN OUTPUT STATEMENT-INSERT-FILE
               CLOSE STATEMENT-INSERT-FILE
               OPEN I-O STATEMENT-INSERT-FILE
           END-IF
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List inserts"
               DISPLAY "2. Add / update insert"
               DISPLAY "3. Delete insert"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-INSERTS THRU LIST-INSERTS-EXIT
                   WHEN 2
                       PERFORM UPSERT-INSERT THRU UPSERT-INSERT-EXIT
                   WHEN 3
                       PERFORM DELETE-INSERT THRU DELETE-INSERT-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE STATEMENT-INSERT-FILE
           GOBACK.

       LIST-INSERTS.
           MOVE LOW-VALUES TO SI-CODE
           START STATEMENT-INSERT-FILE KEY IS >= SI-CODE
               INVALID KEY
                   DISPLAY "No inserts on file."
                   GO TO LIST-INSERTS-EXIT
           END-START
           DISPLAY "CODE     C ACCOUNT    T FROM     TO       "
               "DESCRIPTION"
           PERFORM UNTIL STATEMENT-INSERT-FILE-STATUS = "10"
               READ STATEMENT-INSERT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       DISPLAY SI-CODE " " SI-CLASS " "
                           SI-ACCOUNT-TYPE " " SI-CUST-TYPE " "
                           SI-FROM-DATE " " SI-TO-DATE " "
                           SI-DESCRIPTION
               END-READ
           END-PERFORM.
       LIST-INSERTS-EXIT.
           EXIT.

       ACCEPT-INSERT-CODE.
           MOVE 0 TO WS-VALID
           DISPLAY "Vendor insert code: "
           ACCEPT WS-CODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO WS-CODE-INPUT
           IF WS-CODE-INPUT = SPACES
               GO TO ACCEPT-INSERT-CODE-EXIT
           END-IF
           MOVE WS-CODE-INPUT TO SI-CODE
           MOVE WS-CODE-INPUT TO WS-RC-KEY
           MOVE 1 TO WS-VALID.
       ACCEPT-INSERT-CODE-EXIT.
           EXIT.

       UPSERT-INSERT.
           PERFORM ACCEPT-INSERT-CODE THRU ACCEPT-INSERT-CODE-EXIT
           IF WS-VALID = 0
               GO TO UPSERT-INSERT-EXIT
           END-IF
           MOVE "NEW" TO WS-RC-OLD
           READ STATEMENT-INSERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RC-OLD
                   STRING SI-CLASS " " SI-ACCOUNT-TYPE " "
                       SI-CUST-TYPE " " SI-TO-DATE
                       DELIMITED BY SIZE INTO WS-RC-OLD
           END-READ
           INITIALIZE STATEMENT-INSERT-RECORD
           MOVE WS-CODE-INPUT TO SI-CODE
           DISPLAY "Description: "
           ACCEPT SI-DESCRIPTION
           DISPLAY "Class (R regulatory / M marketing): "
           ACCEPT SI-CLASS
           MOVE FUNCTION UPPER-CASE(SI-CLASS) TO SI-CLASS
           IF NOT SI-IS-REGULATORY AND NOT SI-IS-MARKETING
               DISPLAY "Class must be R or M - nothing changed."
               GO TO UPSERT-INSERT-EXIT
           END-IF
           DISPLAY "Account type (blank for every type): "
           ACCEPT SI-ACCOUNT-TYPE
           MOVE FUNCTION UPPER-CASE(SI-ACCOUNT-TYPE) TO SI-ACCOUNT-TYPE
           IF SI-ACCOUNT-TYPE NOT = SPACES
               MOVE 0 TO WS-TYPE-OK
               PERFORM VARYING ACCOUNT-TYPE-IDX FROM 1 BY 1
                       UNTIL ACCOUNT-TYPE-IDX > ACCOUNT-TYPE-COUNT
                   IF ACCOUNT-TYPE-ENTRY(ACCOUNT-TYPE-IDX)
                      = SI-ACCOUNT-TYPE
                       MOVE 1 TO WS-TYPE-OK
                   END-IF
               END-PERFORM
               IF WS-TYPE-OK = 0
                   DISPLAY "Unknown account type - nothing changed."
                   GO TO UPSERT-INSERT-EXIT
               END-IF
           END-IF
           DISPLAY "Customer type (I individual / B business / "
               "blank for both): "
           ACCEPT SI-CUST-TYPE
           MOVE FUNCTION UPPER-CASE(SI-CUST-TYPE) TO SI-CUST-TYPE
           IF SI-CUST-TYPE NOT = SPACES
              AND SI-CUST-TYPE NOT = "I"
              AND SI-CUST-TYPE NOT = "B"
               DISPLAY "Customer type must be I, B or blank - "
                   "nothing changed."
               GO TO UPSERT-INSERT-EXIT
           END-IF
           DISPLAY "First statement period end (YYYYMMDD, blank "
               "for today): "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-BUSINESS-DATE TO SI-FROM-DATE
           ELSE
               IF WS-DATE-INPUT(1:8) IS NOT NUMERIC
                   DISPLAY "Not a date - nothing changed."
                   GO TO UPSERT-INSERT-EXIT
               END-IF
               MOVE WS-DATE-INPUT(1:8) TO SI-FROM-DATE
           END-IF
           DISPLAY "Last statement period end (YYYYMMDD, blank "
               "for open-ended): "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE 99999999 TO SI-TO-DATE
           ELSE
               IF WS-DATE-INPUT(1:8) IS NOT NUMERIC
                   DISPLAY "Not a date - nothing changed."
                   GO TO UPSERT-INSERT-EXIT
               END-IF
               MOVE WS-DATE-INPUT(1:8) TO SI-TO-DATE
           END-IF
           IF SI-TO-DATE < SI-FROM-DATE
               DISPLAY "The window ends before it starts - nothing "
                   "changed."
               GO TO UPSERT-INSERT-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO SI-UPDATED-DATE
           WRITE STATEMENT-INSERT-RECORD
               INVALID KEY
                   REWRITE STATEMENT-INSERT-RECORD
                   DISPLAY "Insert updated."
               NOT INVALID KEY
                   DISPLAY "Insert added."
           END-WRITE
           MOVE SPACES TO WS-RC-NEW
           STRING SI-CLASS " " SI-ACCOUNT-TYPE " "
               SI-CUST-TYPE " " SI-TO-DATE
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       UPSERT-INSERT-EXIT.
           EXIT.

       DELETE-INSERT.
           PERFORM ACCEPT-INSERT-CODE THRU ACCEPT-INSERT-CODE-EXIT
           IF WS-VALID = 0
               GO TO DELETE-INSERT-EXIT
           END-IF
           READ STATEMENT-INSERT-FILE
               INVALID KEY
                   DISPLAY "No insert on file with that code."
                   GO TO DELETE-INSERT-EXIT
           END-READ
           MOVE SPACES TO WS-RC-OLD
           STRING SI-CLASS " " SI-ACCOUNT-TYPE " "
               SI-CUST-TYPE " " SI-TO-DATE
               DELIMITED BY SIZE INTO WS-RC-OLD
           DELETE STATEMENT-INSERT-FILE
               INVALID KEY
                   DISPLAY "No insert on file with that code."
                   GO TO DELETE-INSERT-EXIT
               NOT INVALID KEY
                   DISPLAY "Insert deleted."
           END-DELETE
           MOVE "DELETED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       DELETE-INSERT-EXIT.
           EXIT.
