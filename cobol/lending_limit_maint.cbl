       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDING_LIMIT_MAINT.

      *> Supervisor maintenance for LENDING-LIMIT-FILE: the most the
      *> bank will lend to one individual, one business and one
      *> household, and the share of each limit at which an
      *> approval is warned it is getting close. CHECK_LENDING_LIMIT
      *> holds every loan approval, booking and credit line against
      *> these; an empty file can be seeded with the standard limits.
      *> Every change goes to the standing-data audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LENDING-LIMIT-FILE ASSIGN TO "lending_limits.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-CATEGORY
               FILE STATUS IS LENDING-LIMIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LENDING-LIMIT-FILE.
       COPY "lending_limit_record.cpy".

       WORKING-STORAGE SECTION.
       01 LENDING-LIMIT-FILE-STATUS PIC XX.
       01 CHOICE                PIC 9 VALUE 0.
       01 WS-ROW-COUNT          PIC 9(4) VALUE 0.
       01 WS-SEED-CONFIRM       PIC X.
       01 WS-CATEGORY-INPUT     PIC X(10).
       01 WS-LIMIT-INPUT        PIC X(16).
       01 WS-WARN-INPUT         PIC X(05).
       01 WS-LIMIT              PIC 9(10)V99.
       01 WS-DISP-LIMIT         PIC Z(9)9.99.
       01 WS-DISP-WARN          PIC ZZ9.
       01 WS-VALID              PIC 9 VALUE 0.
       01 WS-RC-PROGRAM         PIC X(20) VALUE "LENDING_LIMIT_MAINT".
       01 WS-RC-KEY             PIC X(30).
       01 WS-RC-FIELD           PIC X(20) VALUE "LENDING LIMIT".
       01 WS-RC-OLD             PIC X(30).
       01 WS-RC-NEW             PIC X(30).
      *> The standard limits: category, limit (two decimals) and
      *> warning percentage, then the description, as laid out in
      *> LENDING-LIMIT-RECORD.
       01 WS-SEED-TABLE.
           05 FILLER PIC X(25) VALUE "INDIVIDUAL000025000000090".
           05 FILLER PIC X(30) VALUE
               "Single individual borrower    ".
           05 FILLER PIC X(25) VALUE "BUSINESS  000100000000090".
           05 FILLER PIC X(30) VALUE
               "Single business borrower      ".
           05 FILLER PIC X(25) VALUE "HOUSEHOLD 000050000000090".
           05 FILLER PIC X(30) VALUE
               "Household, members together   ".
       01 WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 3 TIMES.
               10 WS-SEED-CATEGORY PIC X(10).
               10 WS-SEED-LIMIT    PIC 9(10)V99.
               10 WS-SEED-WARN     PIC 9(3).
               10 WS-SEED-DESC     PIC X(30).
       01 WS-SEED-IDX           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Lending limit maintenance."
           DISPLAY "----------------------------"
           OPEN I-O LENDING-LIMIT-FILE
           IF LENDING-LIMIT-FILE-STATUS = "35"
               OPEN OUTPUT LENDING-LIMIT-FILE
               CLOSE LENDING-LIMIT-FILE
               OPEN I-O LENDING-LIMIT-FILE
           END-IF
           PERFORM OFFER-SEED-IF-EMPTY
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List lending limits"
               DISPLAY "2. Add / update lending limit"
               DISPLAY "3. Delete lending limit"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-LIMITS THRU LIST-LIMITS-EXIT
                   WHEN 2
                       PERFORM UPSERT-LIMIT THRU UPSERT-LIMIT-EXIT
                   WHEN 3
                       PERFORM DELETE-LIMIT THRU DELETE-LIMIT-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE LENDING-LIMIT-FILE
           GOBACK.

       OFFER-SEED-IF-EMPTY.
           MOVE 0 TO WS-ROW-COUNT
           MOVE LOW-VALUES TO LL-CATEGORY
           START LENDING-LIMIT-FILE KEY IS >= LL-CATEGORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ LENDING-LIMIT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO WS-ROW-COUNT
                   END-READ
           END-START
           IF WS-ROW-COUNT = 0
               DISPLAY "No lending limits on file - seed the standard "
                   "limits? (Y/N): "
               ACCEPT WS-SEED-CONFIRM
               IF WS-SEED-CONFIRM = "Y" OR WS-SEED-CONFIRM = "y"
                   PERFORM SEED-ONE-LIMIT
                       VARYING WS-SEED-IDX FROM 1 BY 1
                       UNTIL WS-SEED-IDX > 3
                   DISPLAY "Standard lending limits seeded."
               END-IF
           END-IF.

       SEED-ONE-LIMIT.
           MOVE WS-SEED-CATEGORY(WS-SEED-IDX) TO LL-CATEGORY
           MOVE WS-SEED-LIMIT(WS-SEED-IDX)    TO LL-LIMIT
           MOVE WS-SEED-WARN(WS-SEED-IDX)     TO LL-WARN-PCT
           MOVE WS-SEED-DESC(WS-SEED-IDX)     TO LL-DESCRIPTION
           WRITE LENDING-LIMIT-RECORD
               INVALID KEY
                   REWRITE LENDING-LIMIT-RECORD
           END-WRITE.

       LIST-LIMITS.
           MOVE LOW-VALUES TO LL-CATEGORY
           START LENDING-LIMIT-FILE KEY IS >= LL-CATEGORY
               INVALID KEY
                   DISPLAY "No lending limits on file."
                   GO TO LIST-LIMITS-EXIT
           END-START
           DISPLAY "CATEGORY           LIMIT WARN% DESCRIPTION"
           PERFORM UNTIL LENDING-LIMIT-FILE-STATUS = "10"
               READ LENDING-LIMIT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LL-LIMIT TO WS-DISP-LIMIT
                       MOVE LL-WARN-PCT TO WS-DISP-WARN
                       DISPLAY LL-CATEGORY " " WS-DISP-LIMIT "   "
                           WS-DISP-WARN " " LL-DESCRIPTION
               END-READ
           END-PERFORM.
       LIST-LIMITS-EXIT.
           EXIT.

       ACCEPT-LIMIT-KEY.
           MOVE 0 TO WS-VALID
           DISPLAY "Category (INDIVIDUAL, BUSINESS, HOUSEHOLD): "
           ACCEPT WS-CATEGORY-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY-INPUT)
               TO WS-CATEGORY-INPUT
           EVALUATE WS-CATEGORY-INPUT
               WHEN "INDIVIDUAL"
               WHEN "BUSINESS"
               WHEN "HOUSEHOLD"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown category."
                   GO TO ACCEPT-LIMIT-KEY-EXIT
           END-EVALUATE
           MOVE WS-CATEGORY-INPUT TO LL-CATEGORY
           MOVE WS-CATEGORY-INPUT TO WS-RC-KEY
           MOVE 1 TO WS-VALID.
       ACCEPT-LIMIT-KEY-EXIT.
           EXIT.

       UPSERT-LIMIT.
           PERFORM ACCEPT-LIMIT-KEY THRU ACCEPT-LIMIT-KEY-EXIT
           IF WS-VALID = 0
               GO TO UPSERT-LIMIT-EXIT
           END-IF
      *>   The before-image for the standing-data audit trail.
           MOVE "NEW" TO WS-RC-OLD
           READ LENDING-LIMIT-FILE
               INVALID KEY
                   MOVE SPACES TO LL-DESCRIPTION
               NOT INVALID KEY
                   MOVE LL-LIMIT TO WS-DISP-LIMIT
                   MOVE LL-WARN-PCT TO WS-DISP-WARN
                   MOVE SPACES TO WS-RC-OLD
                   STRING WS-DISP-LIMIT " WARN " WS-DISP-WARN "%"
                       DELIMITED BY SIZE INTO WS-RC-OLD
           END-READ
           MOVE WS-CATEGORY-INPUT TO LL-CATEGORY
           DISPLAY "Lending limit (e.g. 250000.00): "
           ACCEPT WS-LIMIT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-LIMIT-INPUT) NOT = 0
               DISPLAY "Not a valid amount - nothing changed."
               GO TO UPSERT-LIMIT-EXIT
           END-IF
           IF FUNCTION NUMVAL(WS-LIMIT-INPUT) NOT > 0
               DISPLAY "A lending limit must be above zero - nothing "
                   "changed."
               GO TO UPSERT-LIMIT-EXIT
           END-IF
           COMPUTE WS-LIMIT = FUNCTION NUMVAL(WS-LIMIT-INPUT)
           DISPLAY "Warn at what percent of the limit (e.g. 90): "
           ACCEPT WS-WARN-INPUT
           IF FUNCTION TEST-NUMVAL(WS-WARN-INPUT) NOT = 0
               DISPLAY "Not a valid percentage - nothing changed."
               GO TO UPSERT-LIMIT-EXIT
           END-IF
           IF FUNCTION NUMVAL(WS-WARN-INPUT) < 1
              OR FUNCTION NUMVAL(WS-WARN-INPUT) > 100
               DISPLAY "The warning level is 1 to 100 percent - "
                   "nothing changed."
               GO TO UPSERT-LIMIT-EXIT
           END-IF
           MOVE WS-LIMIT TO LL-LIMIT
           COMPUTE LL-WARN-PCT = FUNCTION NUMVAL(WS-WARN-INPUT)
           DISPLAY "Description: "
           ACCEPT LL-DESCRIPTION
           WRITE LENDING-LIMIT-RECORD
               INVALID KEY
                   REWRITE LENDING-LIMIT-RECORD
                   DISPLAY "Lending limit updated."
               NOT INVALID KEY
                   DISPLAY "Lending limit added."
           END-WRITE
           MOVE LL-LIMIT TO WS-DISP-LIMIT
           MOVE LL-WARN-PCT TO WS-DISP-WARN
           MOVE SPACES TO WS-RC-NEW
           STRING WS-DISP-LIMIT " WARN " WS-DISP-WARN "%"
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       UPSERT-LIMIT-EXIT.
           EXIT.

       DELETE-LIMIT.
           PERFORM ACCEPT-LIMIT-KEY THRU ACCEPT-LIMIT-KEY-EXIT
           IF WS-VALID = 0
               GO TO DELETE-LIMIT-EXIT
           END-IF
           READ LENDING-LIMIT-FILE
               INVALID KEY
                   DISPLAY "No lending limit on file for that "
                       "category."
                   GO TO DELETE-LIMIT-EXIT
           END-READ
           MOVE LL-LIMIT TO WS-DISP-LIMIT
           MOVE LL-WARN-PCT TO WS-DISP-WARN
           MOVE SPACES TO WS-RC-OLD
           STRING WS-DISP-LIMIT " WARN " WS-DISP-WARN "%"
               DELIMITED BY SIZE INTO WS-RC-OLD
           DELETE LENDING-LIMIT-FILE
               INVALID KEY
                   DISPLAY "No lending limit on file for that "
                       "category."
                   GO TO DELETE-LIMIT-EXIT
               NOT INVALID KEY
                   DISPLAY "Lending limit deleted - the standard "
                       "limit applies until one is set."
           END-DELETE
           MOVE "DELETED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       DELETE-LIMIT-EXIT.
           EXIT.
