      *> TAX-WITHHELD ledger rows for a given year into a
      *> per-customer tax certificate file the customer can hand to
      *> their accountant, plus a remittance summary of total tax
      *> withheld per month for the tax office. RETIREMENT accounts
      *> are tax-deferred, so their interest stays off the
      *> certificate; instead each customer with retirement activity
      *> gets a line on the contribution report (what was credited
      *> to the tax year against its limit) and the distribution
      *> report (what was paid in the year, by reason, and the tax
      *> withheld), and that withholding joins the remittance
      *> summary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS USER-DB-FILE-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "tax_certificates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETIREMENT-YEAR-FILE ASSIGN TO "retirement_years.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTY-KEY
               FILE STATUS IS RETIREMENT-YEAR-FILE-STATUS.
           SELECT RETIREMENT-ACTIVITY-FILE ASSIGN TO
               "retirement_activity.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTA-ID
               ALTERNATE RECORD KEY IS RTA-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS RETIREMENT-ACT-FILE-STATUS.
           SELECT CONTRIB-REPORT-FILE ASSIGN TO
               "retirement_contrib_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTRIB-REPORT-FILE ASSIGN TO
               "retirement_distrib_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE PIC X(100).

       FD RETIREMENT-YEAR-FILE.
       COPY "retirement_year_record.cpy".

       FD RETIREMENT-ACTIVITY-FILE.
       COPY "retirement_activity_record.cpy".

       FD CONTRIB-REPORT-FILE.
       01 CONTRIB-REPORT-LINE PIC X(120).

       FD DISTRIB-REPORT-FILE.
       01 DISTRIB-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 TRANSACTION-DB-FILE-STATUS PIC XX.
       01 USER-DB-FILE-STATUS        PIC XX.
       01 RETIREMENT-YEAR-FILE-STATUS PIC XX.
       01 RETIREMENT-ACT-FILE-STATUS  PIC XX.
       01 WS-TAX-YEAR      PIC 9(4).
       01 WS-TAX-YEAR-X    PIC X(4).
       01 WS-CUSTOMER-TABLE.
       01 WS-MONTH-IDX     PIC 9(2).
       01 WS-DISPLAY-AMT   PIC -9(12).99.
       01 WS-DISPLAY-TAX   PIC -9(12).99.
       01 WS-RT-CONTRIB-COUNT PIC 9(6) VALUE 0.
       01 WS-RT-DISTRIB-COUNT PIC 9(6) VALUE 0.
       01 WS-RT-ROOM       PIC S9(10)V99.
       01 WS-RT-NET        PIC 9(10)V99.
       01 WS-RT-REASON-TEXT PIC X(16).
       01 WS-RT-DISP-GROSS PIC Z(9)9.99.
       01 WS-RT-DISP-TAX   PIC Z(9)9.99.
       01 WS-RT-DISP-NET   PIC Z(9)9.99.
       01 WS-RT-DISP-ROOM  PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
                       IF TXN-DATE(1:4) = WS-TAX-YEAR-X
                          AND (TXN-TYPE = "INTEREST"
                               OR TXN-TYPE = "TAX-WITHHELD")
                          AND TXN-ACCOUNT-TYPE NOT = "RETIREMENT"
                           PERFORM TALLY-ONE-ROW
                       END-IF
                       IF TXN-DATE(1:4) = WS-TAX-YEAR-X
                          AND TXN-TYPE = "RETIRE-WITHHOLD"
                           PERFORM TALLY-REMITTANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-DB-FILE
           PERFORM WRITE-CERTIFICATES
           PERFORM WRITE-RETIREMENT-REPORTS
               THRU WRITE-RETIREMENT-REPORTS-EXIT
           GOBACK.

       TALLY-ONE-ROW.
               ADD TXN-AMOUNT TO WS-CT-INTEREST(WS-CT-IDX)
           ELSE
               ADD TXN-AMOUNT TO WS-CT-TAX(WS-CT-IDX)
               PERFORM TALLY-REMITTANCE
           END-IF.
       TALLY-ONE-ROW-EXIT.
           EXIT.

       TALLY-REMITTANCE.
           MOVE FUNCTION NUMVAL(TXN-DATE(6:2)) TO WS-MONTH-IDX
           IF WS-MONTH-IDX >= 1 AND WS-MONTH-IDX <= 12
               ADD TXN-AMOUNT TO WS-MT(WS-MONTH-IDX)
           END-IF.

       WRITE-CERTIFICATES.
           OPEN OUTPUT CERTIFICATE-FILE
           OPEN INPUT USER-DB-FILE
               "  Tax withheld: " WS-DISPLAY-TAX
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

      *> One pass of the year totals drives both retirement
      *> reports; the detail lines come off the activity file by
      *> customer.
       WRITE-RETIREMENT-REPORTS.
           OPEN INPUT RETIREMENT-YEAR-FILE
           IF RETIREMENT-YEAR-FILE-STATUS NOT = "00"
               DISPLAY "No retirement accounts on file - "
                   "retirement reports not written."
               GO TO WRITE-RETIREMENT-REPORTS-EXIT
           END-IF
           OPEN INPUT RETIREMENT-ACTIVITY-FILE
           OPEN INPUT USER-DB-FILE
           OPEN OUTPUT CONTRIB-REPORT-FILE
           OPEN OUTPUT DISTRIB-REPORT-FILE
           MOVE SPACES TO CONTRIB-REPORT-LINE
           STRING "RETIREMENT CONTRIBUTIONS FOR TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO CONTRIB-REPORT-LINE
           WRITE CONTRIB-REPORT-LINE
           MOVE SPACES TO DISTRIB-REPORT-LINE
           STRING "RETIREMENT DISTRIBUTIONS PAID IN " WS-TAX-YEAR
               DELIMITED BY SIZE INTO DISTRIB-REPORT-LINE
           WRITE DISTRIB-REPORT-LINE
           PERFORM UNTIL RETIREMENT-YEAR-FILE-STATUS = "10"
               READ RETIREMENT-YEAR-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RTY-TAX-YEAR = WS-TAX-YEAR
                           PERFORM REPORT-ONE-RETIREMENT-YEAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIB-REPORT-FILE
           CLOSE CONTRIB-REPORT-FILE
           CLOSE USER-DB-FILE
           CLOSE RETIREMENT-ACTIVITY-FILE
           CLOSE RETIREMENT-YEAR-FILE
           DISPLAY "Retirement contributions for " WS-RT-CONTRIB-COUNT
               " customers written to retirement_contrib_report.txt"
           DISPLAY "Retirement distributions for " WS-RT-DISTRIB-COUNT
               " customers written to retirement_distrib_report.txt".
       WRITE-RETIREMENT-REPORTS-EXIT.
           EXIT.

       REPORT-ONE-RETIREMENT-YEAR.
           MOVE RTY-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   MOVE "(DELETED CUSTOMER)" TO USER-REC-NAME
           END-READ
           IF RTY-CONTRIB-COUNT > 0
               ADD 1 TO WS-RT-CONTRIB-COUNT
               MOVE ALL "-" TO CONTRIB-REPORT-LINE
               WRITE CONTRIB-REPORT-LINE
               MOVE SPACES TO CONTRIB-REPORT-LINE
               STRING "User " RTY-USER-ID " " USER-REC-NAME
                   DELIMITED BY SIZE INTO CONTRIB-REPORT-LINE
               WRITE CONTRIB-REPORT-LINE
           END-IF
           IF RTY-DISTRIB-COUNT > 0
               ADD 1 TO WS-RT-DISTRIB-COUNT
               MOVE ALL "-" TO DISTRIB-REPORT-LINE
               WRITE DISTRIB-REPORT-LINE
               MOVE SPACES TO DISTRIB-REPORT-LINE
               STRING "User " RTY-USER-ID " " USER-REC-NAME
                   DELIMITED BY SIZE INTO DISTRIB-REPORT-LINE
               WRITE DISTRIB-REPORT-LINE
           END-IF
           MOVE RTY-USER-ID TO RTA-USER-ID
           START RETIREMENT-ACTIVITY-FILE KEY IS = RTA-USER-ID
               INVALID KEY
                   MOVE "10" TO RETIREMENT-ACT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO RETIREMENT-ACT-FILE-STATUS
           END-START
           PERFORM UNTIL RETIREMENT-ACT-FILE-STATUS = "10"
               READ RETIREMENT-ACTIVITY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF RTA-USER-ID NOT = RTY-USER-ID
                   EXIT PERFORM
               END-IF
               IF RTA-TAX-YEAR = WS-TAX-YEAR
                   PERFORM REPORT-ONE-ACTIVITY
                       THRU REPORT-ONE-ACTIVITY-EXIT
               END-IF
           END-PERFORM
           IF RTY-CONTRIB-COUNT > 0
               COMPUTE WS-RT-ROOM = RTY-LIMIT - RTY-CONTRIBUTIONS
               MOVE RTY-CONTRIBUTIONS TO WS-RT-DISP-GROSS
               MOVE RTY-LIMIT TO WS-RT-DISP-NET
               MOVE WS-RT-ROOM TO WS-RT-DISP-ROOM
               MOVE SPACES TO CONTRIB-REPORT-LINE
               STRING "  Total for " WS-TAX-YEAR ": " WS-RT-DISP-GROSS
                   "  limit " WS-RT-DISP-NET "  unused "
                   WS-RT-DISP-ROOM
                   DELIMITED BY SIZE INTO CONTRIB-REPORT-LINE
               WRITE CONTRIB-REPORT-LINE
               IF RTY-HAS-CATCHUP
                   MOVE "  Limit includes the catch-up amount."
                       TO CONTRIB-REPORT-LINE
                   WRITE CONTRIB-REPORT-LINE
               END-IF
               IF RTY-EXCESS-RETURNED > 0
                   MOVE RTY-EXCESS-RETURNED TO WS-RT-DISP-GROSS
                   MOVE SPACES TO CONTRIB-REPORT-LINE
                   STRING "  Excess contributions returned: "
                       WS-RT-DISP-GROSS
                       DELIMITED BY SIZE INTO CONTRIB-REPORT-LINE
                   WRITE CONTRIB-REPORT-LINE
               END-IF
           END-IF
           IF RTY-DISTRIB-COUNT > 0
               COMPUTE WS-RT-NET = RTY-DISTRIBUTIONS - RTY-WITHHELD
               MOVE RTY-DISTRIBUTIONS TO WS-RT-DISP-GROSS
               MOVE RTY-WITHHELD TO WS-RT-DISP-TAX
               MOVE WS-RT-NET TO WS-RT-DISP-NET
               MOVE SPACES TO DISTRIB-REPORT-LINE
               STRING "  Total gross " WS-RT-DISP-GROSS
                   "  federal tax withheld " WS-RT-DISP-TAX
                   "  net paid " WS-RT-DISP-NET
                   DELIMITED BY SIZE INTO DISTRIB-REPORT-LINE
               WRITE DISTRIB-REPORT-LINE
           END-IF.

       REPORT-ONE-ACTIVITY.
           MOVE RTA-GROSS TO WS-RT-DISP-GROSS
           IF RTA-IS-CONTRIBUTION
               MOVE SPACES TO CONTRIB-REPORT-LINE
               STRING "  " RTA-DATE " contribution " WS-RT-DISP-GROSS
                   " from " RTA-OTHER-ACCOUNT
                   DELIMITED BY SIZE INTO CONTRIB-REPORT-LINE
               WRITE CONTRIB-REPORT-LINE
               GO TO REPORT-ONE-ACTIVITY-EXIT
           END-IF
           EVALUATE RTA-REASON
               WHEN "N"
                   MOVE "N NORMAL" TO WS-RT-REASON-TEXT
               WHEN "E"
                   MOVE "E EARLY" TO WS-RT-REASON-TEXT
               WHEN "D"
                   MOVE "D DEATH" TO WS-RT-REASON-TEXT
               WHEN "S"
                   MOVE "S DISABILITY" TO WS-RT-REASON-TEXT
               WHEN "R"
                   MOVE "R ROLLOVER" TO WS-RT-REASON-TEXT
               WHEN "X"
                   MOVE "X EXCESS RETURN" TO WS-RT-REASON-TEXT
               WHEN OTHER
                   MOVE RTA-REASON TO WS-RT-REASON-TEXT
           END-EVALUATE
           COMPUTE WS-RT-NET = RTA-GROSS - RTA-WITHHELD
           MOVE RTA-WITHHELD TO WS-RT-DISP-TAX
           MOVE WS-RT-NET TO WS-RT-DISP-NET
           MOVE SPACES TO DISTRIB-REPORT-LINE
           STRING "  " RTA-DATE " " WS-RT-REASON-TEXT
               " gross " WS-RT-DISP-GROSS " rate " RTA-WITHHOLD-RATE
               " withheld " WS-RT-DISP-TAX " net " WS-RT-DISP-NET
               DELIMITED BY SIZE INTO DISTRIB-REPORT-LINE
           WRITE DISTRIB-REPORT-LINE.
       REPORT-ONE-ACTIVITY-EXIT.
           EXIT.
