       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL_POLICY_MAINT.

      *> Supervisor maintenance for the lending policy per
      *> collateral type: the maximum loan-to-value and how many
      *> months a valuation stays good. A type with no row lends on
      *> the standing defaults in CHECK_COLLATERAL_LTV. Every change
      *> goes through LOG_REF_CHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-POLICY-FILE ASSIGN TO
               "collateral_policy.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COLLATERAL-TYPE
               FILE STATUS IS COLLATERAL-POLICY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLATERAL-POLICY-FILE.
       COPY "collateral_policy_record.cpy".

       WORKING-STORAGE SECTION.
       01 COLLATERAL-POLICY-FILE-STATUS PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-TYPE          PIC X(01).
       01 WS-NEW-LTV       PIC 9(3)V99.
       01 WS-NEW-MONTHS    PIC 9(3).
       01 WS-FOUND         PIC 9 VALUE 0.
       01 WS-DISPLAY-PCT   PIC ZZ9.99.
       01 WS-RC-PROGRAM    PIC X(20) VALUE "COLLATERAL_POLICY".
       01 WS-RC-KEY        PIC X(30).
       01 WS-RC-FIELD      PIC X(20) VALUE "LTV-POLICY".
       01 WS-RC-OLD        PIC X(30).
       01 WS-RC-NEW        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Collateral lending policy."
           DISPLAY "----------------------------"
           OPEN I-O COLLATERAL-POLICY-FILE
           IF COLLATERAL-POLICY-FILE-STATUS = "35"
               OPEN OUTPUT COLLATERAL-POLICY-FILE
               CLOSE COLLATERAL-POLICY-FILE
               OPEN I-O COLLATERAL-POLICY-FILE
           END-IF
           DISPLAY "1. List policy by collateral type"
           DISPLAY "2. Set a type's policy"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LIST-POLICY THRU LIST-POLICY-EXIT
               WHEN 2
                   PERFORM SET-POLICY THRU SET-POLICY-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE COLLATERAL-POLICY-FILE
           GOBACK.

       LIST-POLICY.
           DISPLAY "Types not listed lend on the defaults: vehicle "
               "80% / 12 months, property 80% / 36 months, deposit "
               "pledge 90% / 12 months."
           MOVE LOW-VALUES TO CP-COLLATERAL-TYPE
           START COLLATERAL-POLICY-FILE KEY IS >= CP-COLLATERAL-TYPE
               INVALID KEY
                   GO TO LIST-POLICY-EXIT
           END-START
           PERFORM UNTIL COLLATERAL-POLICY-FILE-STATUS = "10"
               READ COLLATERAL-POLICY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE CP-MAX-LTV-PCT TO WS-DISPLAY-PCT
                       DISPLAY "Type " CP-COLLATERAL-TYPE
                           "  max LTV " WS-DISPLAY-PCT
                           "%  revalue every " CP-REVALUE-MONTHS
                           " months"
               END-READ
           END-PERFORM.
       LIST-POLICY-EXIT.
           EXIT.

       SET-POLICY.
           DISPLAY "Collateral type ([V]ehicle / [P]roperty / "
               "[D]eposit pledge): "
           ACCEPT WS-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
           IF WS-TYPE NOT = "V" AND WS-TYPE NOT = "P"
              AND WS-TYPE NOT = "D"
               DISPLAY "Invalid collateral type."
               GO TO SET-POLICY-EXIT
           END-IF
           DISPLAY "Maximum loan-to-value percent (e.g. 80.00): "
           ACCEPT WS-NEW-LTV
           DISPLAY "Months a valuation stays good: "
           ACCEPT WS-NEW-MONTHS
           IF WS-NEW-LTV = 0 OR WS-NEW-LTV > 100
              OR WS-NEW-MONTHS = 0
               DISPLAY "LTV must be 0-100% and the interval more "
                   "than zero - not changed."
               GO TO SET-POLICY-EXIT
           END-IF
           MOVE SPACES TO WS-RC-OLD
           MOVE WS-TYPE TO CP-COLLATERAL-TYPE
           READ COLLATERAL-POLICY-FILE
               INVALID KEY
                   MOVE 0 TO WS-FOUND
                   MOVE "DEFAULT" TO WS-RC-OLD
               NOT INVALID KEY
                   MOVE 1 TO WS-FOUND
                   STRING CP-MAX-LTV-PCT "/" CP-REVALUE-MONTHS
                       DELIMITED BY SIZE INTO WS-RC-OLD
           END-READ
           MOVE WS-TYPE TO CP-COLLATERAL-TYPE
           MOVE WS-NEW-LTV TO CP-MAX-LTV-PCT
           MOVE WS-NEW-MONTHS TO CP-REVALUE-MONTHS
           IF WS-FOUND = 1
               REWRITE COLLATERAL-POLICY-RECORD
           ELSE
               WRITE COLLATERAL-POLICY-RECORD
           END-IF
           MOVE WS-TYPE TO WS-RC-KEY
           MOVE SPACES TO WS-RC-NEW
           STRING CP-MAX-LTV-PCT "/" CP-REVALUE-MONTHS
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW
           DISPLAY "Policy for type " WS-TYPE " set.".
       SET-POLICY-EXIT.
           EXIT.
