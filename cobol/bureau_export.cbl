      *> code derived from months elapsed versus LN-PAYMENTS-MADE
      *> (0 current, 1/2 months behind, 3 = three or more) - plus a
      *> control trailer carrying the record count and total
      *> reported balance. A modified loan counts the months from its
      *> new schedule base, and one inside an approved forbearance
      *> window is reported current. The run is recorded per
      *> reporting month in a control file, so a re-run REGENERATES
      *> that month's file instead of double-reporting the borrowers.
      *> A borrower with a bankruptcy case on file is reported by its
      *> bankruptcy status instead of arrears: 7 while the case is
      *> open, 9 once discharged. A dismissed case reports the
      *> ladder again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BXC-MONTH
               FILE STATUS IS BUREAU-CONTROL-FILE-STATUS.
           SELECT BANKRUPTCY-FILE ASSIGN TO "bankruptcy.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKR-USER-ID
               FILE STATUS IS BANKRUPTCY-FILE-STATUS.
           SELECT BUREAU-OUT-FILE ASSIGN TO "bureau_export.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 BXC-LOAN-COUNT  PIC 9(6).
           05 BXC-TOTAL-OWED  PIC S9(14)V99.

       FD BANKRUPTCY-FILE.
       COPY "bankruptcy_record.cpy".

       FD BUREAU-OUT-FILE.
       01 BUREAU-OUT-LINE PIC X(100).

       01 LOAN-MASTER-FILE-STATUS    PIC XX.
       01 USER-DB-FILE-STATUS        PIC XX.
       01 BUREAU-CONTROL-FILE-STATUS PIC XX.
       01 BANKRUPTCY-FILE-STATUS     PIC XX.
      *> Bankruptcy status codes, reported in place of the ladder.
       01 WS-BKR-OPEN-CODE   PIC 9(1) VALUE 7.
       01 WS-BKR-DISCH-CODE  PIC 9(1) VALUE 9.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-BD-OPEN-FLAG   PIC 9 VALUE 1.
       01 WS-REPORT-MONTH   PIC 9(6).
               GOBACK
           END-IF
           OPEN INPUT USER-DB-FILE
           OPEN INPUT BANKRUPTCY-FILE
           OPEN OUTPUT BUREAU-OUT-FILE
           MOVE SPACES TO BUREAU-OUT-LINE
           STRING "HDR" WS-REPORT-MONTH " ARREARS SUBMISSION"
           PERFORM WRITE-TRAILER
           CLOSE LOAN-MASTER-FILE
           CLOSE USER-DB-FILE
           IF BANKRUPTCY-FILE-STATUS = "00"
              OR BANKRUPTCY-FILE-STATUS = "23"
               CLOSE BANKRUPTCY-FILE
           END-IF
           CLOSE BUREAU-OUT-FILE
           PERFORM RECORD-THE-RUN
           DISPLAY "Loans reported: " WS-LOAN-COUNT
           IF NOT LN-IS-ACTIVE
               GO TO REPORT-ONE-LOAN-EXIT
           END-IF
           PERFORM DERIVE-STATUS-CODE THRU DERIVE-STATUS-CODE-EXIT
           PERFORM APPLY-BANKRUPTCY-STATUS
               THRU APPLY-BANKRUPTCY-STATUS-EXIT
           MOVE LN-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
      *> schedule, capped at 3 ("90+ / serious"): the standard
      *> current / 30 / 60 / 90-plus ladder.
       DERIVE-STATUS-CODE.
           IF LN-FORBEAR-START NOT = 0
              AND WS-BUSINESS-DATE >= LN-FORBEAR-START
              AND WS-BUSINESS-DATE <= LN-FORBEAR-END
               MOVE 0 TO WS-STATUS-CODE
               GO TO DERIVE-STATUS-CODE-EXIT
           END-IF
           IF LN-MOD-BASE-MONTH NOT = 0
               MOVE LN-MOD-BASE-MONTH TO WS-ORIG-YYYYMM
           ELSE
               COMPUTE WS-ORIG-YYYYMM = LN-ORIGINATION-DATE / 100
           END-IF
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-NOW-YYYYMM / 100 - WS-ORIG-YYYYMM / 100) * 12
               + FUNCTION MOD(WS-NOW-YYYYMM, 100)
               - FUNCTION MOD(WS-ORIG-YYYYMM, 100)
           IF LN-MOD-BASE-MONTH NOT = 0
               IF WS-MONTHS-ELAPSED < 0
                   MOVE 0 TO WS-MONTHS-ELAPSED
               END-IF
               ADD LN-MOD-BASE-PAYMENTS TO WS-MONTHS-ELAPSED
           END-IF
           IF WS-MONTHS-ELAPSED > LN-TERM-MONTHS
               MOVE LN-TERM-MONTHS TO WS-MONTHS-ELAPSED
           END-IF
               WHEN OTHER
                   MOVE 3 TO WS-STATUS-CODE
           END-EVALUATE.
       DERIVE-STATUS-CODE-EXIT.
           EXIT.

       APPLY-BANKRUPTCY-STATUS.
           IF BANKRUPTCY-FILE-STATUS NOT = "00"
              AND BANKRUPTCY-FILE-STATUS NOT = "23"
               GO TO APPLY-BANKRUPTCY-STATUS-EXIT
           END-IF
           MOVE LN-USER-ID TO BKR-USER-ID
           READ BANKRUPTCY-FILE
               INVALID KEY
                   GO TO APPLY-BANKRUPTCY-STATUS-EXIT
           END-READ
           IF BKR-IS-ACTIVE
               MOVE WS-BKR-OPEN-CODE TO WS-STATUS-CODE
           END-IF
           IF BKR-IS-DISCHARGED
               MOVE WS-BKR-DISCH-CODE TO WS-STATUS-CODE
           END-IF.
       APPLY-BANKRUPTCY-STATUS-EXIT.
           EXIT.

       WRITE-TRAILER.
           MOVE WS-LOAN-COUNT TO WS-TRL-COUNT
