       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT_AGING.

      *> Daily complaint aging report: every complaint still owed a
      *> response (received, acknowledged or investigating) whose
      *> regulatory deadline is within COMPLAINT-WARN-DAYS of the
      *> business date, or already past it, goes to
      *> complaint_aging.txt - past-deadline items first, so the
      *> complaints desk starts the day on what is already late.
      *> Unacknowledged items are marked, since an acknowledgement
      *> is the first thing a regulator asks about.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "complaints.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               ALTERNATE RECORD KEY IS CMP-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS COMPLAINT-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "complaint_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       COPY "complaint_record.cpy".

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE PIC X(150).

       WORKING-STORAGE SECTION.
       01 COMPLAINT-FILE-STATUS    PIC XX.
       01 AGING-REPORT-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-TODAY-INT     PIC 9(9).
       01 WS-WARN-DAYS     PIC 9(3) VALUE 3.
       01 WS-PARAM-NAME    PIC X(20) VALUE "COMPLAINT-WARN-DAYS".
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-DAYS-LEFT     PIC S9(5).
       01 WS-DISP-DAYS     PIC -(4)9.
       01 WS-PASS          PIC 9 VALUE 1.
       01 WS-FLAG-TEXT     PIC X(14).
       01 WS-ACK-TEXT      PIC X(17).
       01 WS-OPEN-COUNT    PIC 9(6) VALUE 0.
       01 WS-NEAR-COUNT    PIC 9(6) VALUE 0.
       01 WS-PAST-COUNT    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Complaint aging report."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE "3" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-WARN-DAYS
           OPEN INPUT COMPLAINT-FILE
           IF COMPLAINT-FILE-STATUS NOT = "00"
               DISPLAY "No complaints on file."
               GOBACK
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "COMPLAINT AGING REPORT - " WS-BUSINESS-DATE
               " (warning window " WS-WARN-DAYS " days)"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
      *>   Pass 1 writes the past-deadline items, pass 2 the ones
      *>   coming due inside the warning window.
           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2
               PERFORM SCAN-COMPLAINTS THRU SCAN-COMPLAINTS-EXIT
           END-PERFORM
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "Open complaints " WS-OPEN-COUNT
               "  past deadline " WS-PAST-COUNT
               "  near deadline " WS-NEAR-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           CLOSE AGING-REPORT-FILE
           CLOSE COMPLAINT-FILE
           DISPLAY "Open complaints:        " WS-OPEN-COUNT
           DISPLAY "Past response deadline: " WS-PAST-COUNT
           DISPLAY "Near response deadline: " WS-NEAR-COUNT
           DISPLAY "Report written to complaint_aging.txt"
           GOBACK.

       SCAN-COMPLAINTS.
           MOVE SPACES TO AGING-REPORT-LINE
           IF WS-PASS = 1
               MOVE "-- PAST RESPONSE DEADLINE --" TO AGING-REPORT-LINE
           ELSE
               MOVE "-- NEAR RESPONSE DEADLINE --" TO AGING-REPORT-LINE
           END-IF
           WRITE AGING-REPORT-LINE
           MOVE 0 TO CMP-ID
           START COMPLAINT-FILE KEY IS >= CMP-ID
               INVALID KEY
                   GO TO SCAN-COMPLAINTS-EXIT
           END-START
           PERFORM UNTIL COMPLAINT-FILE-STATUS = "10"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CMP-IS-OPEN
                           PERFORM AGE-ONE-COMPLAINT
                               THRU AGE-ONE-COMPLAINT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO COMPLAINT-FILE-STATUS.
       SCAN-COMPLAINTS-EXIT.
           EXIT.

       AGE-ONE-COMPLAINT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(CMP-DUE-DATE) - WS-TODAY-INT
           IF WS-PASS = 1
               ADD 1 TO WS-OPEN-COUNT
               IF WS-DAYS-LEFT >= 0
                   GO TO AGE-ONE-COMPLAINT-EXIT
               END-IF
               ADD 1 TO WS-PAST-COUNT
               MOVE "PAST DEADLINE" TO WS-FLAG-TEXT
           ELSE
               IF WS-DAYS-LEFT < 0 OR WS-DAYS-LEFT > WS-WARN-DAYS
                   GO TO AGE-ONE-COMPLAINT-EXIT
               END-IF
               ADD 1 TO WS-NEAR-COUNT
               MOVE "NEAR DEADLINE" TO WS-FLAG-TEXT
           END-IF
           IF CMP-ACK-DATE = 0
               MOVE " NOT ACKNOWLEDGED" TO WS-ACK-TEXT
           ELSE
               MOVE SPACES TO WS-ACK-TEXT
           END-IF
           MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "#" CMP-ID " user " CMP-USER-ID " "
               CMP-BRANCH-CODE " " CMP-CATEGORY " status "
               CMP-STATUS " received " CMP-RECEIVED-DATE " due "
               CMP-DUE-DATE " days left " WS-DISP-DAYS " "
               WS-FLAG-TEXT WS-ACK-TEXT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.
       AGE-ONE-COMPLAINT-EXIT.
           EXIT.
