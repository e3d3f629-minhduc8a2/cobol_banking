       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_PERIOD_CLOSE.

      *> Supervisor month-end close for the general ledger: lists
      *> the periods locked on GL-PERIOD-FILE and closes a finished
      *> business month so GL_POST will no longer post into it. A
      *> month is only closed once the business date has moved past
      *> it, and a closed month is never reopened here - anything
      *> found late goes through the year's adjustment period. Each
      *> close is written to the standing-data audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PERIOD-FILE ASSIGN TO "gl_periods.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS GL-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-PERIOD-FILE.
       COPY "gl_period_record.cpy".

       WORKING-STORAGE SECTION.
       01 GL-PERIOD-FILE-STATUS PIC XX.
       01 CHOICE                PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-OPERATOR-ID   PIC 9(10).
       01 WS-CURRENT-PERIOD PIC 9(6).
       01 WS-PERIOD        PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-TYPE-TEXT     PIC X(10).
       01 WS-CONFIRM       PIC X.
       01 WS-RC-PROGRAM    PIC X(20) VALUE "GL_PERIOD_CLOSE".
       01 WS-RC-KEY        PIC X(30).
       01 WS-RC-FIELD      PIC X(20) VALUE "PERIOD STATUS".
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "GL period close."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           COMPUTE WS-CURRENT-PERIOD = WS-BUSINESS-DATE / 100
           OPEN I-O GL-PERIOD-FILE
           IF GL-PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT GL-PERIOD-FILE
               CLOSE GL-PERIOD-FILE
               OPEN I-O GL-PERIOD-FILE
           END-IF
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 3
               DISPLAY "1. List closed periods"
               DISPLAY "2. Close a month"
               DISPLAY "3. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-CLOSED-PERIODS
                           THRU LIST-CLOSED-PERIODS-EXIT
                   WHEN 2
                       PERFORM CLOSE-ONE-MONTH THRU CLOSE-ONE-MONTH-EXIT
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE GL-PERIOD-FILE
           GOBACK.

       LIST-CLOSED-PERIODS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE LOW-VALUES TO GLP-PERIOD
           START GL-PERIOD-FILE KEY IS >= GLP-PERIOD
               INVALID KEY
                   DISPLAY "No GL periods have been closed."
                   GO TO LIST-CLOSED-PERIODS-EXIT
           END-START
           DISPLAY "PERIOD STATUS CLOSED BY  CLOSED ON  BY"
           PERFORM UNTIL GL-PERIOD-FILE-STATUS = "10"
               READ GL-PERIOD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       IF GLP-YEAR-END
                           MOVE "YEAR-END" TO WS-TYPE-TEXT
                       ELSE
                           MOVE "MONTH-END" TO WS-TYPE-TEXT
                       END-IF
                       IF GLP-ADJUSTMENT-PERIOD
                           MOVE "ADJUST" TO WS-TYPE-TEXT
                       END-IF
                       IF GLP-IS-CLOSED
                           DISPLAY GLP-PERIOD " CLOSED " WS-TYPE-TEXT
                               " " GLP-CLOSED-DATE " " GLP-CLOSED-BY
                       ELSE
                           DISPLAY GLP-PERIOD " OPEN   "
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ROW-COUNT " period row(s). Months not listed "
               "are open.".
       LIST-CLOSED-PERIODS-EXIT.
           EXIT.

      *> Only a business month that has ended can close - the
      *> current month is still taking postings.
       CLOSE-ONE-MONTH.
           DISPLAY "Period to close (YYYYMM): "
           ACCEPT WS-PERIOD
           IF WS-PERIOD-YEAR < 1900
              OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "Period must be a business month YYYYMM."
               GO TO CLOSE-ONE-MONTH-EXIT
           END-IF
           IF WS-PERIOD NOT < WS-CURRENT-PERIOD
               DISPLAY "Period " WS-PERIOD " has not ended - the "
                   "business date is " WS-BUSINESS-DATE "."
               GO TO CLOSE-ONE-MONTH-EXIT
           END-IF
           MOVE WS-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
               INVALID KEY
                   MOVE "O" TO GLP-STATUS
           END-READ
           IF GLP-IS-CLOSED
               DISPLAY "Period " WS-PERIOD " is already closed."
               GO TO CLOSE-ONE-MONTH-EXIT
           END-IF
           DISPLAY "Close GL period " WS-PERIOD " to all further "
               "posting? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Cancelled."
               GO TO CLOSE-ONE-MONTH-EXIT
           END-IF
           MOVE WS-PERIOD        TO GLP-PERIOD
           MOVE "C"              TO GLP-STATUS
           MOVE "M"              TO GLP-CLOSE-TYPE
           MOVE WS-BUSINESS-DATE TO GLP-CLOSED-DATE
           MOVE WS-OPERATOR-ID   TO GLP-CLOSED-BY
           WRITE GL-PERIOD-RECORD
               INVALID KEY
                   REWRITE GL-PERIOD-RECORD
           END-WRITE
           MOVE SPACES TO WS-RC-KEY
           STRING "GL PERIOD " WS-PERIOD DELIMITED BY SIZE
               INTO WS-RC-KEY
           MOVE "OPEN" TO WS-RC-OLD
           MOVE "CLOSED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           DISPLAY "GL period " WS-PERIOD " closed.".
       CLOSE-ONE-MONTH-EXIT.
           EXIT.
