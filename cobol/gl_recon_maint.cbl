       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_RECON_MAINT.

      *> Supervisor maintenance for GL-RECON-CONTROL-FILE: which GL
      *> account each subledger control total - a deposit product,
      *> the loan book, term deposits, outstanding official checks, a
      *> bank suspense or settlement row - is proved against by the
      *> daily GL_RECONCILE run. When finance opens a GL account or
      *> a new product or settlement row appears, the control is
      *> pointed at it here. An empty file can be seeded with the
      *> standard controls. Every change goes to the standing-data
      *> audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RECON-CONTROL-FILE ASSIGN TO
               "gl_recon_controls.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRC-KEY
               FILE STATUS IS GL-RECON-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-RECON-CONTROL-FILE.
       COPY "gl_recon_control_record.cpy".

       WORKING-STORAGE SECTION.
       01 GL-RECON-CONTROL-FILE-STATUS PIC XX.
       01 CHOICE                PIC 9 VALUE 0.
       01 WS-ROW-COUNT          PIC 9(4) VALUE 0.
       01 WS-SEED-CONFIRM       PIC X.
       01 WS-SOURCE-INPUT       PIC X(01).
       01 WS-CODE-INPUT         PIC X(10).
       01 WS-ACCOUNT-INPUT      PIC X(06).
       01 WS-VALID              PIC 9 VALUE 0.
       01 WS-RC-PROGRAM         PIC X(20) VALUE "GL_RECON_MAINT".
       01 WS-RC-KEY             PIC X(30).
       01 WS-RC-FIELD           PIC X(20) VALUE "RECON GL ACCOUNT".
       01 WS-RC-OLD             PIC X(30).
       01 WS-RC-NEW             PIC X(30).
      *> The standard controls: source, code, GL account and sign,
      *> then the description, as laid out in
      *> GL-RECON-CONTROL-RECORD. Controls held elsewhere carry GL
      *> account 0 so they are listed, not reconciled twice.
       01 WS-SEED-TABLE.
           05 FILLER PIC X(18) VALUE "DCHECKING  200100C".
           05 FILLER PIC X(30) VALUE
               "Customer deposits - checking  ".
           05 FILLER PIC X(18) VALUE "DSAVINGS   200100C".
           05 FILLER PIC X(30) VALUE
               "Customer deposits - savings   ".
           05 FILLER PIC X(18) VALUE "DRETIREMENT200100C".
           05 FILLER PIC X(30) VALUE
               "Customer deposits - retirement".
           05 FILLER PIC X(18) VALUE "DTERMDEP   000000C".
           05 FILLER PIC X(30) VALUE
               "Held in the term deposit contr".
           05 FILLER PIC X(18) VALUE "DLOAN      000000C".
           05 FILLER PIC X(30) VALUE
               "Held in the loan book control ".
           05 FILLER PIC X(18) VALUE "DCREDITLINE110200C".
           05 FILLER PIC X(30) VALUE
               "Credit lines drawn            ".
           05 FILLER PIC X(18) VALUE "LALL       110100D".
           05 FILLER PIC X(30) VALUE
               "Loans - principal outstanding ".
           05 FILLER PIC X(18) VALUE "TALL       200200C".
           05 FILLER PIC X(30) VALUE
               "Term deposits - principal     ".
           05 FILLER PIC X(18) VALUE "OALL       200300C".
           05 FILLER PIC X(30) VALUE
               "Official checks outstanding   ".
           05 FILLER PIC X(18) VALUE "SSUSPENSE  200400C".
           05 FILLER PIC X(30) VALUE
               "Wire suspense                 ".
           05 FILLER PIC X(18) VALUE "SACH-SETTLE200500C".
           05 FILLER PIC X(30) VALUE
               "ACH settlement                ".
           05 FILLER PIC X(18) VALUE "SCARD-SETTL200600C".
           05 FILLER PIC X(30) VALUE
               "Card settlement               ".
           05 FILLER PIC X(18) VALUE "SOFFCHK-PAY000000C".
           05 FILLER PIC X(30) VALUE
               "Proved by outstanding checks  ".
           05 FILLER PIC X(18) VALUE "SLEVY-PAY  200700C".
           05 FILLER PIC X(30) VALUE
               "Legal order levies payable    ".
           05 FILLER PIC X(18) VALUE "SPOD-PAY   200800C".
           05 FILLER PIC X(30) VALUE
               "POD payouts payable           ".
           05 FILLER PIC X(18) VALUE "SALLOWANCE 110900C".
           05 FILLER PIC X(30) VALUE
               "Allowance for loan losses     ".
       01 WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 16 TIMES.
               10 WS-SEED-SOURCE   PIC X(01).
               10 WS-SEED-CODE     PIC X(10).
               10 WS-SEED-ACCOUNT  PIC 9(06).
               10 WS-SEED-SIGN     PIC X(01).
               10 WS-SEED-DESC     PIC X(30).
       01 WS-SEED-IDX           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "GL reconciliation control maintenance."
           DISPLAY "----------------------------"
           OPEN I-O GL-RECON-CONTROL-FILE
           IF GL-RECON-CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT GL-RECON-CONTROL-FILE
               CLOSE GL-RECON-CONTROL-FILE
               OPEN I-O GL-RECON-CONTROL-FILE
           END-IF
           PERFORM OFFER-SEED-IF-EMPTY
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List controls"
               DISPLAY "2. Add / update control"
               DISPLAY "3. Delete control"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-CONTROLS THRU LIST-CONTROLS-EXIT
                   WHEN 2
                       PERFORM UPSERT-CONTROL THRU UPSERT-CONTROL-EXIT
                   WHEN 3
                       PERFORM DELETE-CONTROL THRU DELETE-CONTROL-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE GL-RECON-CONTROL-FILE
           GOBACK.

       OFFER-SEED-IF-EMPTY.
           MOVE 0 TO WS-ROW-COUNT
           MOVE LOW-VALUES TO GRC-KEY
           START GL-RECON-CONTROL-FILE KEY IS >= GRC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ GL-RECON-CONTROL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO WS-ROW-COUNT
                   END-READ
           END-START
           IF WS-ROW-COUNT = 0
               DISPLAY "No reconciliation controls on file - seed "
                   "the standard controls? (Y/N): "
               ACCEPT WS-SEED-CONFIRM
               IF WS-SEED-CONFIRM = "Y" OR WS-SEED-CONFIRM = "y"
                   PERFORM SEED-ONE-CONTROL
                       VARYING WS-SEED-IDX FROM 1 BY 1
                       UNTIL WS-SEED-IDX > 16
                   DISPLAY "Standard controls seeded."
               END-IF
           END-IF.

       SEED-ONE-CONTROL.
           MOVE WS-SEED-SOURCE(WS-SEED-IDX)  TO GRC-SOURCE
           MOVE WS-SEED-CODE(WS-SEED-IDX)    TO GRC-SOURCE-CODE
           MOVE WS-SEED-ACCOUNT(WS-SEED-IDX) TO GRC-GL-ACCOUNT
           MOVE WS-SEED-SIGN(WS-SEED-IDX)    TO GRC-SIGN
           MOVE WS-SEED-DESC(WS-SEED-IDX)    TO GRC-DESCRIPTION
           WRITE GL-RECON-CONTROL-RECORD
               INVALID KEY
                   REWRITE GL-RECON-CONTROL-RECORD
           END-WRITE.

       LIST-CONTROLS.
           MOVE LOW-VALUES TO GRC-KEY
           START GL-RECON-CONTROL-FILE KEY IS >= GRC-KEY
               INVALID KEY
                   DISPLAY "No controls on file."
                   GO TO LIST-CONTROLS-EXIT
           END-START
           DISPLAY "S CODE       GL ACCT SIGN DESCRIPTION"
           PERFORM UNTIL GL-RECON-CONTROL-FILE-STATUS = "10"
               READ GL-RECON-CONTROL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       DISPLAY GRC-SOURCE " " GRC-SOURCE-CODE " "
                           GRC-GL-ACCOUNT "  " GRC-SIGN "    "
                           GRC-DESCRIPTION
               END-READ
           END-PERFORM.
       LIST-CONTROLS-EXIT.
           EXIT.

      *> The loan book, term deposits and official checks are each
      *> one control, code ALL.
       ACCEPT-CONTROL-KEY.
           MOVE 0 TO WS-VALID
           DISPLAY "Source (D deposit product, L loans, T term "
               "deposits, O official checks, S bank row): "
           ACCEPT WS-SOURCE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-SOURCE-INPUT)
               TO WS-SOURCE-INPUT
           EVALUATE WS-SOURCE-INPUT
               WHEN "D"
               WHEN "S"
                   DISPLAY "Account type: "
                   ACCEPT WS-CODE-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT)
                       TO WS-CODE-INPUT
               WHEN "L"
               WHEN "T"
               WHEN "O"
                   MOVE "ALL" TO WS-CODE-INPUT
               WHEN OTHER
                   DISPLAY "Source must be D, L, T, O or S."
                   GO TO ACCEPT-CONTROL-KEY-EXIT
           END-EVALUATE
           IF WS-CODE-INPUT = SPACES
               DISPLAY "Account type is required."
               GO TO ACCEPT-CONTROL-KEY-EXIT
           END-IF
           MOVE WS-SOURCE-INPUT TO GRC-SOURCE
           MOVE WS-CODE-INPUT TO GRC-SOURCE-CODE
           MOVE SPACES TO WS-RC-KEY
           STRING WS-SOURCE-INPUT " " WS-CODE-INPUT
               DELIMITED BY SIZE INTO WS-RC-KEY
           MOVE 1 TO WS-VALID.
       ACCEPT-CONTROL-KEY-EXIT.
           EXIT.

       UPSERT-CONTROL.
           PERFORM ACCEPT-CONTROL-KEY THRU ACCEPT-CONTROL-KEY-EXIT
           IF WS-VALID = 0
               GO TO UPSERT-CONTROL-EXIT
           END-IF
      *>   The before-image for the standing-data audit trail - a
      *>   change here moves a control onto another GL account.
           MOVE "NEW" TO WS-RC-OLD
           READ GL-RECON-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RC-OLD
                   STRING GRC-GL-ACCOUNT "/" GRC-SIGN
                       DELIMITED BY SIZE INTO WS-RC-OLD
           END-READ
           MOVE WS-SOURCE-INPUT TO GRC-SOURCE
           MOVE WS-CODE-INPUT TO GRC-SOURCE-CODE
           DISPLAY "GL account (6 digits, 0 to leave off the "
               "reconciliation): "
           ACCEPT WS-ACCOUNT-INPUT
           IF WS-ACCOUNT-INPUT = "0"
               MOVE "000000" TO WS-ACCOUNT-INPUT
           END-IF
           IF WS-ACCOUNT-INPUT IS NOT NUMERIC
               DISPLAY "A GL account is 6 digits - nothing changed."
               GO TO UPSERT-CONTROL-EXIT
           END-IF
           MOVE WS-ACCOUNT-INPUT TO GRC-GL-ACCOUNT
           DISPLAY "Read the GL balance as D (debits less credits) "
               "or C (credits less debits): "
           ACCEPT GRC-SIGN
           MOVE FUNCTION UPPER-CASE(GRC-SIGN) TO GRC-SIGN
           IF NOT GRC-DEBIT-POSITIVE AND NOT GRC-CREDIT-POSITIVE
               DISPLAY "Sign must be D or C - nothing changed."
               GO TO UPSERT-CONTROL-EXIT
           END-IF
           DISPLAY "Description: "
           ACCEPT GRC-DESCRIPTION
           WRITE GL-RECON-CONTROL-RECORD
               INVALID KEY
                   REWRITE GL-RECON-CONTROL-RECORD
                   DISPLAY "Control updated."
               NOT INVALID KEY
                   DISPLAY "Control added."
           END-WRITE
           MOVE SPACES TO WS-RC-NEW
           STRING GRC-GL-ACCOUNT "/" GRC-SIGN
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       UPSERT-CONTROL-EXIT.
           EXIT.

       DELETE-CONTROL.
           PERFORM ACCEPT-CONTROL-KEY THRU ACCEPT-CONTROL-KEY-EXIT
           IF WS-VALID = 0
               GO TO DELETE-CONTROL-EXIT
           END-IF
           READ GL-RECON-CONTROL-FILE
               INVALID KEY
                   DISPLAY "No control on file for that source."
                   GO TO DELETE-CONTROL-EXIT
           END-READ
           MOVE SPACES TO WS-RC-OLD
           STRING GRC-GL-ACCOUNT "/" GRC-SIGN
               DELIMITED BY SIZE INTO WS-RC-OLD
           DELETE GL-RECON-CONTROL-FILE
               INVALID KEY
                   DISPLAY "No control on file for that source."
                   GO TO DELETE-CONTROL-EXIT
               NOT INVALID KEY
                   DISPLAY "Control deleted."
           END-DELETE
           MOVE "DELETED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       DELETE-CONTROL-EXIT.
           EXIT.
