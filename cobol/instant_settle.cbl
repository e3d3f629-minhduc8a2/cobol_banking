       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTANT_SETTLE.

      *> Daily reconciliation of the instant settlement position
      *> with the payments operator. Reads the operator's settlement
      *> advice instant_settlement.txt, one line per settlement day -
      *>   "STL,YYYYMMDD,sentcount,senttotal,rcvdcount,rcvdtotal"
      *> and sets each against the messages INSTANT_PAY accepted for
      *> that posting date on instant_payments.db. When both sides
      *> agree the day's messages are marked settled and the net is
      *> posted off the position row (user 0 / INSTANT) as
      *> INSTANT-SETTLE; when they do not, nothing is settled and the
      *> break goes to the exception hub for the payments desk to
      *> work. A day already settled is reported and left alone, so
      *> the advice file can be run again safely. Last of all the
      *> position balance itself is proved against the net of every
      *> accepted message still unsettled. The recon is written to
      *> instant_settlement_recon.txt and archived.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVICE-FILE ASSIGN TO "instant_settlement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVICE-FILE-STATUS.
           SELECT INSTANT-PAYMENT-FILE ASSIGN TO
               "instant_payments.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-MSG-ID
               FILE STATUS IS INSTANT-PAYMENT-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO
               "instant_settlement_recon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ADVICE-FILE.
       01 ADVICE-RECORD PIC X(100).

       FD INSTANT-PAYMENT-FILE.
       COPY "instant_payment_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD RECON-REPORT-FILE.
       01 IR-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 ADVICE-FILE-STATUS          PIC XX.
       01 INSTANT-PAYMENT-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS      PIC XX.
       01 WS-CSV-LINE      PIC X(100).
       01 WS-REC-TYPE      PIC X(3).
       01 WS-FLD-1         PIC X(20).
       01 WS-FLD-2         PIC X(20).
       01 WS-FLD-3         PIC X(20).
       01 WS-FLD-4         PIC X(20).
       01 WS-FLD-5         PIC X(20).
       01 WS-SETTLE-DATE   PIC 9(8).
      *> The operator's figures for the day.
       01 WS-OPR-SENT-COUNT  PIC 9(6).
       01 WS-OPR-SENT-TOTAL  PIC 9(12)V99.
       01 WS-OPR-RCVD-COUNT  PIC 9(6).
       01 WS-OPR-RCVD-TOTAL  PIC 9(12)V99.
      *> Ours, from the message log.
       01 WS-OUR-SENT-COUNT  PIC 9(6).
       01 WS-OUR-SENT-TOTAL  PIC 9(12)V99.
       01 WS-OUR-RCVD-COUNT  PIC 9(6).
       01 WS-OUR-RCVD-TOTAL  PIC 9(12)V99.
       01 WS-SETTLED-COUNT   PIC 9(6).
       01 WS-NET-AMOUNT      PIC S9(12)V99.
       01 WS-BREAK-AMOUNT    PIC S9(12)V99.
       01 WS-UNSETTLED-NET   PIC S9(12)V99.
       01 WS-POSITION-BAL    PIC S9(12)V99.
       01 WS-POSITION-DIFF   PIC S9(12)V99.
       01 WS-BUSINESS-DATE   PIC 9(8).
       01 WS-BD-OPEN-FLAG    PIC 9 VALUE 1.
       01 WS-OPERATOR-ID     PIC 9(10) VALUE 0.
       01 WS-DAYS-READ       PIC 9(4) VALUE 0.
       01 WS-DAYS-SETTLED    PIC 9(4) VALUE 0.
       01 WS-DAYS-BROKEN     PIC 9(4) VALUE 0.
       01 WS-POSITION-ID     PIC 9(10) VALUE 0.
       01 WS-POSITION-TYPE   PIC X(10) VALUE "INSTANT".
       01 WS-TXN-TYPE-SETTLE PIC X(15) VALUE "INSTANT-SETTLE".
       01 WS-TXN-AMOUNT      PIC S9(10)V99.
       01 WS-TXN-BALANCE     PIC S9(10)V99.
       01 WS-LEDGER-RATE     PIC 9(03)V9(6) VALUE 1.
       01 WS-DISP-COUNT      PIC ZZZ,ZZ9.
       01 WS-DISP-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DISP-AMOUNT-2   PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EXH-SOURCE      PIC X(20) VALUE "INSTANT_SETTLE".
       01 WS-EXH-REFERENCE   PIC X(30).
       01 WS-EXH-AMOUNT      PIC S9(10)V99.
       01 WS-EXH-REASON      PIC X(30).
       01 WS-ARCH-SOURCE   PIC X(30)
                           VALUE "instant_settlement_recon.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "INSTANT-SETTLE-RECON".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Instant payment settlement reconciliation."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-ARCH-OPERATOR
           OPEN INPUT ADVICE-FILE
           IF ADVICE-FILE-STATUS NOT = "00"
               DISPLAY "instant_settlement.txt not found - nothing "
                   "to reconcile."
               GOBACK
           END-IF
           OPEN I-O INSTANT-PAYMENT-FILE
           IF INSTANT-PAYMENT-FILE-STATUS NOT = "00"
               DISPLAY "No instant payments on file - nothing to "
                   "reconcile."
               CLOSE ADVICE-FILE
               GOBACK
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO IR-REPORT-LINE
           STRING "INSTANT PAYMENT SETTLEMENT RECONCILIATION - "
               "BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           PERFORM UNTIL ADVICE-FILE-STATUS = "10"
               READ ADVICE-FILE INTO WS-CSV-LINE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CSV-LINE NOT = SPACES
                   PERFORM RECONCILE-ONE-DAY
                       THRU RECONCILE-ONE-DAY-EXIT
               END-IF
           END-PERFORM
           CLOSE ADVICE-FILE
           PERFORM PROVE-POSITION THRU PROVE-POSITION-EXIT
           CLOSE INSTANT-PAYMENT-FILE
           PERFORM PUT-BLANK-LINE
           MOVE WS-DAYS-READ TO WS-DISP-COUNT
           STRING "Settlement days read:    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-DAYS-SETTLED TO WS-DISP-COUNT
           STRING "Settlement days settled: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-DAYS-BROKEN TO WS-DISP-COUNT
           STRING "Settlement days broken:  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           CLOSE RECON-REPORT-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           GOBACK.

       RECONCILE-ONE-DAY.
           MOVE SPACES TO WS-REC-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
               WS-FLD-4 WS-FLD-5
           UNSTRING WS-CSV-LINE
               DELIMITED BY ","
               INTO WS-REC-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
                    WS-FLD-4 WS-FLD-5
           IF WS-REC-TYPE NOT = "STL"
               GO TO RECONCILE-ONE-DAY-EXIT
           END-IF
           ADD 1 TO WS-DAYS-READ
           MOVE FUNCTION NUMVAL(WS-FLD-1) TO WS-SETTLE-DATE
           MOVE FUNCTION NUMVAL(WS-FLD-2) TO WS-OPR-SENT-COUNT
           MOVE FUNCTION NUMVAL(WS-FLD-3) TO WS-OPR-SENT-TOTAL
           MOVE FUNCTION NUMVAL(WS-FLD-4) TO WS-OPR-RCVD-COUNT
           MOVE FUNCTION NUMVAL(WS-FLD-5) TO WS-OPR-RCVD-TOTAL
           PERFORM TOTAL-OUR-SIDE
           STRING "SETTLEMENT DAY " WS-SETTLE-DATE
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           STRING "                     OPERATOR COUNT/TOTAL"
               "          OURS COUNT/TOTAL"
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-OPR-SENT-COUNT TO WS-DISP-COUNT
           MOVE WS-OPR-SENT-TOTAL TO WS-DISP-AMOUNT
           MOVE WS-OUR-SENT-TOTAL TO WS-DISP-AMOUNT-2
           STRING "  SENT      " WS-DISP-COUNT " " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           MOVE WS-OUR-SENT-COUNT TO WS-DISP-COUNT
           STRING "   " WS-DISP-COUNT " " WS-DISP-AMOUNT-2
               DELIMITED BY SIZE INTO IR-REPORT-LINE(50:51)
           PERFORM PUT-LINE
           MOVE WS-OPR-RCVD-COUNT TO WS-DISP-COUNT
           MOVE WS-OPR-RCVD-TOTAL TO WS-DISP-AMOUNT
           MOVE WS-OUR-RCVD-TOTAL TO WS-DISP-AMOUNT-2
           STRING "  RECEIVED  " WS-DISP-COUNT " " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           MOVE WS-OUR-RCVD-COUNT TO WS-DISP-COUNT
           STRING "   " WS-DISP-COUNT " " WS-DISP-AMOUNT-2
               DELIMITED BY SIZE INTO IR-REPORT-LINE(50:51)
           PERFORM PUT-LINE
      *>   A day with nothing left unsettled was cleared on an
      *>   earlier run of the same advice.
           IF WS-OUR-SENT-COUNT + WS-OUR-RCVD-COUNT > 0
              AND WS-SETTLED-COUNT =
                  WS-OUR-SENT-COUNT + WS-OUR-RCVD-COUNT
               MOVE "  ALREADY SETTLED - NO ACTION." TO IR-REPORT-LINE
               PERFORM PUT-LINE
               PERFORM PUT-BLANK-LINE
               GO TO RECONCILE-ONE-DAY-EXIT
           END-IF
           IF WS-OPR-SENT-COUNT NOT = WS-OUR-SENT-COUNT
              OR WS-OPR-SENT-TOTAL NOT = WS-OUR-SENT-TOTAL
              OR WS-OPR-RCVD-COUNT NOT = WS-OUR-RCVD-COUNT
              OR WS-OPR-RCVD-TOTAL NOT = WS-OUR-RCVD-TOTAL
               PERFORM RAISE-SETTLEMENT-BREAK
               PERFORM PUT-BLANK-LINE
               GO TO RECONCILE-ONE-DAY-EXIT
           END-IF
           PERFORM SETTLE-DAY
           PERFORM PUT-BLANK-LINE.
       RECONCILE-ONE-DAY-EXIT.
           EXIT.

      *> Accepted messages for the settlement day, by direction, and
      *> how many of them are already marked settled.
       TOTAL-OUR-SIDE.
           MOVE 0 TO WS-OUR-SENT-COUNT WS-OUR-SENT-TOTAL
                     WS-OUR-RCVD-COUNT WS-OUR-RCVD-TOTAL
                     WS-SETTLED-COUNT
           MOVE LOW-VALUES TO IP-MSG-ID
           START INSTANT-PAYMENT-FILE KEY IS NOT LESS THAN IP-MSG-ID
               INVALID KEY
                   MOVE "10" TO INSTANT-PAYMENT-FILE-STATUS
           END-START
           PERFORM UNTIL INSTANT-PAYMENT-FILE-STATUS = "10"
               READ INSTANT-PAYMENT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF IP-IS-ACCEPTED
                  AND IP-POSTING-DATE = WS-SETTLE-DATE
                   IF IP-IS-OUTBOUND
                       ADD 1 TO WS-OUR-SENT-COUNT
                       ADD IP-AMOUNT TO WS-OUR-SENT-TOTAL
                   ELSE
                       ADD 1 TO WS-OUR-RCVD-COUNT
                       ADD IP-AMOUNT TO WS-OUR-RCVD-TOTAL
                   END-IF
                   IF IP-SETTLED-DATE > 0
                       ADD 1 TO WS-SETTLED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       RAISE-SETTLEMENT-BREAK.
           ADD 1 TO WS-DAYS-BROKEN
           COMPUTE WS-BREAK-AMOUNT =
               (WS-OPR-SENT-TOTAL - WS-OPR-RCVD-TOTAL)
             - (WS-OUR-SENT-TOTAL - WS-OUR-RCVD-TOTAL)
           MOVE WS-BREAK-AMOUNT TO WS-DISP-AMOUNT
           STRING "  ** BREAK - NET DIFFERENCE " WS-DISP-AMOUNT
               " - NOTHING SETTLED"
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-EXH-REFERENCE
           STRING "SETTLEMENT DAY " WS-SETTLE-DATE
               DELIMITED BY SIZE INTO WS-EXH-REFERENCE
           MOVE WS-BREAK-AMOUNT TO WS-EXH-AMOUNT
           MOVE "INSTANT SETTLEMENT BREAK" TO WS-EXH-REASON
           CALL "LOG_EXCEPTION" USING WS-EXH-SOURCE
               WS-EXH-REFERENCE WS-EXH-AMOUNT WS-EXH-REASON.

      *> Both sides agree: stamp the day's messages settled and take
      *> the net off the position. Net sent is what the bank paid
      *> the operator, so it comes off a position that grew by it.
       SETTLE-DAY.
           ADD 1 TO WS-DAYS-SETTLED
           MOVE LOW-VALUES TO IP-MSG-ID
           START INSTANT-PAYMENT-FILE KEY IS NOT LESS THAN IP-MSG-ID
               INVALID KEY
                   MOVE "10" TO INSTANT-PAYMENT-FILE-STATUS
           END-START
           PERFORM UNTIL INSTANT-PAYMENT-FILE-STATUS = "10"
               READ INSTANT-PAYMENT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF IP-IS-ACCEPTED
                  AND IP-POSTING-DATE = WS-SETTLE-DATE
                  AND IP-SETTLED-DATE = 0
                   MOVE WS-BUSINESS-DATE TO IP-SETTLED-DATE
                   REWRITE INSTANT-PAYMENT-RECORD
               END-IF
           END-PERFORM
           COMPUTE WS-NET-AMOUNT =
               WS-OUR-SENT-TOTAL - WS-OUR-RCVD-TOTAL
           IF WS-NET-AMOUNT NOT = 0
               PERFORM POST-SETTLEMENT
           END-IF
           MOVE WS-NET-AMOUNT TO WS-DISP-AMOUNT
           STRING "  AGREED - SETTLED, NET " WS-DISP-AMOUNT
               " OFF THE POSITION"
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE.

       POST-SETTLEMENT.
           OPEN I-O BALANCE-DB-FILE
           MOVE WS-POSITION-ID TO BALANCE-REC-ID
           MOVE WS-POSITION-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   MOVE WS-POSITION-ID TO BALANCE-REC-ID
                   MOVE WS-POSITION-TYPE
                       TO BALANCE-REC-ACCOUNT-TYPE
                   COMPUTE BALANCE-REC-BALANCE = 0 - WS-NET-AMOUNT
                   MOVE 0 TO BALANCE-REC-OVERDRAFT-LIMIT
                   MOVE "USD" TO BALANCE-REC-CURRENCY-CODE
                   MOVE "N" TO BALANCE-REC-DORMANT-FLAG
                   MOVE 0 TO BALANCE-REC-ACCOUNT-NO
                   MOVE "MAIN" TO BALANCE-REC-BRANCH-CODE
                   WRITE BALANCE-DB-RECORD
               NOT INVALID KEY
                   SUBTRACT WS-NET-AMOUNT FROM BALANCE-REC-BALANCE
                   REWRITE BALANCE-DB-RECORD
           END-READ
           COMPUTE WS-TXN-AMOUNT = 0 - WS-NET-AMOUNT
           MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
           CALL "LOG_TRANSACTION" USING WS-POSITION-ID
               WS-TXN-TYPE-SETTLE WS-TXN-AMOUNT WS-TXN-BALANCE
               WS-POSITION-TYPE WS-LEDGER-RATE
           CLOSE BALANCE-DB-FILE.

      *> Whatever is left on the position must be exactly the net of
      *> the accepted messages not yet settled - anything else means
      *> a posting went astray.
       PROVE-POSITION.
           MOVE 0 TO WS-UNSETTLED-NET
           MOVE LOW-VALUES TO IP-MSG-ID
           START INSTANT-PAYMENT-FILE KEY IS NOT LESS THAN IP-MSG-ID
               INVALID KEY
                   MOVE "10" TO INSTANT-PAYMENT-FILE-STATUS
           END-START
           PERFORM UNTIL INSTANT-PAYMENT-FILE-STATUS = "10"
               READ INSTANT-PAYMENT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF IP-IS-ACCEPTED AND IP-SETTLED-DATE = 0
                   IF IP-IS-OUTBOUND
                       ADD IP-AMOUNT TO WS-UNSETTLED-NET
                   ELSE
                       SUBTRACT IP-AMOUNT FROM WS-UNSETTLED-NET
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-POSITION-BAL
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS = "00"
               MOVE WS-POSITION-ID TO BALANCE-REC-ID
               MOVE WS-POSITION-TYPE TO BALANCE-REC-ACCOUNT-TYPE
               READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
                   NOT INVALID KEY
                       MOVE BALANCE-REC-BALANCE TO WS-POSITION-BAL
               END-READ
               CLOSE BALANCE-DB-FILE
           END-IF
           COMPUTE WS-POSITION-DIFF =
               WS-POSITION-BAL - WS-UNSETTLED-NET
           MOVE WS-POSITION-BAL TO WS-DISP-AMOUNT
           STRING "INSTANT POSITION BALANCE        " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-UNSETTLED-NET TO WS-DISP-AMOUNT
           STRING "NET OF UNSETTLED MESSAGES       " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           IF WS-POSITION-DIFF = 0
               MOVE "POSITION IN BALANCE." TO IR-REPORT-LINE
               PERFORM PUT-LINE
               GO TO PROVE-POSITION-EXIT
           END-IF
           MOVE WS-POSITION-DIFF TO WS-DISP-AMOUNT
           STRING "** POSITION OUT BY              " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO IR-REPORT-LINE
           PERFORM PUT-LINE
           MOVE "INSTANT POSITION" TO WS-EXH-REFERENCE
           MOVE WS-POSITION-DIFF TO WS-EXH-AMOUNT
           MOVE "INSTANT POSITION UNBALANCED" TO WS-EXH-REASON
           CALL "LOG_EXCEPTION" USING WS-EXH-SOURCE
               WS-EXH-REFERENCE WS-EXH-AMOUNT WS-EXH-REASON.
       PROVE-POSITION-EXIT.
           EXIT.

       PUT-BLANK-LINE.
           MOVE SPACES TO IR-REPORT-LINE
           WRITE IR-REPORT-LINE.

       PUT-LINE.
           WRITE IR-REPORT-LINE
           DISPLAY IR-REPORT-LINE
           MOVE SPACES TO IR-REPORT-LINE.
