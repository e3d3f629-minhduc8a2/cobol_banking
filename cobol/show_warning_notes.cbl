       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOW_WARNING_NOTES.

      *> Puts a customer's live Warning notes (customer_note_record.
      *> cpy) in front of the operator whenever the customer is
      *> pulled up, and has the operator acknowledge them before
      *> going on. Every note acknowledged is written to the
      *> activity journal against the operator, with the customer as
      *> the target, so audit can show the warning was seen.
      *> LK-ACKNOWLEDGED comes back "Y" when there was nothing to
      *> show or the operator acknowledged, "N" when the operator
      *> declined - the caller then goes no further with the
      *> customer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-NOTE-FILE ASSIGN TO "customer_notes.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS CUSTOMER-NOTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-NOTE-FILE.
       COPY "customer_note_record.cpy".

       WORKING-STORAGE SECTION.
       01 CUSTOMER-NOTE-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-OPERATOR-ID    PIC 9(10) VALUE 0.
       01 WS-MENU-OPTION    PIC 9(02) VALUE 0.
       01 WS-JOURNAL-ACTION PIC X(30).
       01 WS-ANSWER         PIC X(01).
       01 WS-WARNING-COUNT  PIC 9(2) VALUE 0.
       01 WS-NOTE-IX        PIC 9(2).
       01 WS-WARNING-TABLE.
           05 WS-WARNING-NOTE-ID PIC 9(10) OCCURS 20 TIMES.

       LINKAGE SECTION.
       01 LK-USER-ID        PIC 9(10).
       01 LK-PROGRAM        PIC X(20).
       01 LK-ACKNOWLEDGED   PIC X(01).

       PROCEDURE DIVISION USING LK-USER-ID LK-PROGRAM LK-ACKNOWLEDGED.
       MAIN-PARA.
           MOVE "Y" TO LK-ACKNOWLEDGED
           MOVE 0 TO WS-WARNING-COUNT
           OPEN INPUT CUSTOMER-NOTE-FILE
           IF CUSTOMER-NOTE-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           PERFORM SHOW-LIVE-WARNINGS THRU SHOW-LIVE-WARNINGS-EXIT
           CLOSE CUSTOMER-NOTE-FILE
           IF WS-WARNING-COUNT = 0
               GOBACK
           END-IF
           DISPLAY "****************************************"
           DISPLAY "Acknowledge the warning(s) above (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               MOVE "N" TO LK-ACKNOWLEDGED
               DISPLAY "Warning not acknowledged - " LK-PROGRAM
                   " will not go on with this customer."
               GOBACK
           END-IF
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           PERFORM VARYING WS-NOTE-IX FROM 1 BY 1
                   UNTIL WS-NOTE-IX > WS-WARNING-COUNT
               PERFORM LOG-ONE-ACKNOWLEDGEMENT
           END-PERFORM
           GOBACK.

       SHOW-LIVE-WARNINGS.
           MOVE LK-USER-ID TO CN-USER-ID
           MOVE 0 TO CN-NOTE-ID
           START CUSTOMER-NOTE-FILE KEY IS >= CN-KEY
               INVALID KEY
                   GO TO SHOW-LIVE-WARNINGS-EXIT
           END-START
           PERFORM UNTIL CUSTOMER-NOTE-FILE-STATUS = "10"
               READ CUSTOMER-NOTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CN-USER-ID NOT = LK-USER-ID
                           EXIT PERFORM
                       END-IF
                       IF CN-IS-ACTIVE AND CN-IS-WARNING
                          AND (CN-EXPIRY-DATE = 0
                               OR CN-EXPIRY-DATE >= WS-BUSINESS-DATE)
                           PERFORM SHOW-ONE-WARNING
                       END-IF
               END-READ
           END-PERFORM.
       SHOW-LIVE-WARNINGS-EXIT.
           EXIT.

       SHOW-ONE-WARNING.
           IF WS-WARNING-COUNT = 0
               DISPLAY "****************************************"
               DISPLAY "*** CUSTOMER WARNING - user " LK-USER-ID
           END-IF
           DISPLAY "*** " CN-NOTE-TYPE " " CN-TEXT
           DISPLAY "***     (note " CN-NOTE-ID " by operator "
               CN-AUTHOR-OP-ID " on " CN-CREATED-DATE ")"
           IF WS-WARNING-COUNT < 20
               ADD 1 TO WS-WARNING-COUNT
               MOVE CN-NOTE-ID TO WS-WARNING-NOTE-ID(WS-WARNING-COUNT)
           END-IF.

       LOG-ONE-ACKNOWLEDGEMENT.
           MOVE SPACES TO WS-JOURNAL-ACTION
           STRING "WARNING NOTE ACK "
               WS-WARNING-NOTE-ID(WS-NOTE-IX)
               DELIMITED BY SIZE INTO WS-JOURNAL-ACTION
           CALL "LOG_ACTIVITY" USING WS-OPERATOR-ID WS-MENU-OPTION
               WS-JOURNAL-ACTION LK-USER-ID.
