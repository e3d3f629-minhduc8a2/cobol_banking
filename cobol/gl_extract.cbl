      *> mapping is rejected to an exception report instead of being
      *> guessed at, and the journal is only handed over once total
      *> debits have been proved equal to total credits.
      *> A movement keyed at one branch on an account owned by
      *> another (TXN-BRANCH-CODE) books its counter side - the cash
      *> the teller took or paid out - to the keying branch, the
      *> customer's side to the owning branch, and each branch is
      *> kept in balance by an inter-branch due-to / due-from leg:
      *>   INTERBRANCH-DUE-FROM  GL account owed by a branch (190100)
      *>   INTERBRANCH-DUE-TO    GL account owed to a branch (290100)
      *> from batch_params.txt. The customer's side is the GL
      *> account GL-RECON-CONTROL-FILE proves the account type in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT GL-RECON-CONTROL-FILE ASSIGN TO
               "gl_recon_controls.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRC-KEY
               FILE STATUS IS GL-RECON-CONTROL-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "gl_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXCEPTION-FILE ASSIGN TO "gl_exceptions.txt"
       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD GL-RECON-CONTROL-FILE.
       COPY "gl_recon_control_record.cpy".

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-LINE PIC X(100).

               10 WS-BT-TOTAL  PIC 9(14)V99.
       01 WS-BT-IX             PIC 9(2).
       01 WS-BT-FOUND          PIC 9 VALUE 0.
       01 WS-TOTAL-BRANCH      PIC X(04).
       01 GL-RECON-CONTROL-FILE-STATUS PIC XX.
      *> Opened-ok switches: a keyed READ that misses leaves "23" in
      *> the status, which must not read as the file being absent.
       01 WS-BALANCE-OPEN      PIC 9 VALUE 0.
       01 WS-GRC-OPEN          PIC 9 VALUE 0.
       01 WS-KEYED-BRANCH      PIC X(04).
       01 WS-DR-BRANCH         PIC X(04).
       01 WS-CR-BRANCH         PIC X(04).
       01 WS-CUSTOMER-GL       PIC 9(6).
       01 WS-DUE-FROM-ACCOUNT  PIC 9(6) VALUE 190100.
       01 WS-DUE-TO-ACCOUNT    PIC 9(6) VALUE 290100.
       01 WS-INTERBRANCH-ROWS  PIC 9(6) VALUE 0.
       01 WS-PARAM-NAME        PIC X(20).
       01 WS-PARAM-VALUE       PIC X(30).
       01 WS-PARAM-FOUND       PIC 9 VALUE 0.
       01 WS-TRAINING-FLAG     PIC X VALUE "N".
       01 WS-EXH-SOURCE        PIC X(20) VALUE "GL_EXTRACT".
       01 WS-EXH-REFERENCE     PIC X(30).
           MOVE "-"                   TO WS-POSTING-DATE-X(8:1)
           MOVE WS-BUSINESS-DATE(7:2) TO WS-POSTING-DATE-X(9:2)
           DISPLAY "Extracting ledger rows dated " WS-POSTING-DATE-X
           MOVE "INTERBRANCH-DUE-FROM" TO WS-PARAM-NAME
           MOVE "190100" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-DUE-FROM-ACCOUNT
           MOVE "INTERBRANCH-DUE-TO" TO WS-PARAM-NAME
           MOVE "290100" TO WS-PARAM-VALUE
           CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
               WS-PARAM-VALUE WS-PARAM-FOUND
           MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-DUE-TO-ACCOUNT
           PERFORM OPEN-FILES
           PERFORM EXTRACT-TRANSACTIONS
           PERFORM PROVE-AND-CLOSE
               STOP RUN
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           IF BALANCE-DB-FILE-STATUS = "00"
               MOVE 1 TO WS-BALANCE-OPEN
           END-IF
           OPEN INPUT GL-RECON-CONTROL-FILE
           IF GL-RECON-CONTROL-FILE-STATUS = "00"
               MOVE 1 TO WS-GRC-OPEN
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT GL-EXCEPTION-FILE.

                   PERFORM REJECT-UNMAPPED-ROW
               NOT INVALID KEY
                   PERFORM LOOKUP-TXN-BRANCH
                       THRU LOOKUP-TXN-BRANCH-EXIT
                   PERFORM SPLIT-BY-KEYED-BRANCH
                       THRU SPLIT-BY-KEYED-BRANCH-EXIT
                   PERFORM WRITE-JOURNAL-PAIR
           END-READ.

      *> blank code) fall to MAIN, the pre-branch books.
       LOOKUP-TXN-BRANCH.
           MOVE "MAIN" TO WS-TXN-BRANCH
           IF WS-BALANCE-OPEN = 0
               GO TO LOOKUP-TXN-BRANCH-EXIT
           END-IF
           MOVE TXN-USER-ID TO BALANCE-REC-ID
       LOOKUP-TXN-BRANCH-EXIT.
           EXIT.

      *> Both legs start at the owning branch. Keyed elsewhere, the
      *> leg that is not the customer's moves to the keying branch;
      *> when the customer's GL account cannot be told (no recon
      *> control for the account type, or both legs on it) the
      *> entry stays whole at the owning branch.
       SPLIT-BY-KEYED-BRANCH.
           MOVE WS-TXN-BRANCH TO WS-DR-BRANCH
           MOVE WS-TXN-BRANCH TO WS-CR-BRANCH
           MOVE TXN-BRANCH-CODE TO WS-KEYED-BRANCH
           IF WS-KEYED-BRANCH = SPACES OR WS-KEYED-BRANCH = LOW-VALUES
              OR WS-KEYED-BRANCH = WS-TXN-BRANCH
               GO TO SPLIT-BY-KEYED-BRANCH-EXIT
           END-IF
           IF WS-GRC-OPEN = 0
               GO TO SPLIT-BY-KEYED-BRANCH-EXIT
           END-IF
           MOVE 0 TO WS-CUSTOMER-GL
           MOVE "D" TO GRC-SOURCE
           MOVE TXN-ACCOUNT-TYPE TO GRC-SOURCE-CODE
           READ GL-RECON-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO GRC-GL-ACCOUNT
           END-READ
           MOVE GRC-GL-ACCOUNT TO WS-CUSTOMER-GL
           IF WS-CUSTOMER-GL = 0 AND TXN-ACCOUNT-TYPE = "LOAN"
               MOVE "L" TO GRC-SOURCE
               MOVE "ALL" TO GRC-SOURCE-CODE
               READ GL-RECON-CONTROL-FILE
                   NOT INVALID KEY
                       MOVE GRC-GL-ACCOUNT TO WS-CUSTOMER-GL
               END-READ
           END-IF
           IF WS-CUSTOMER-GL = 0
               GO TO SPLIT-BY-KEYED-BRANCH-EXIT
           END-IF
           IF GLA-DEBIT-ACCOUNT = WS-CUSTOMER-GL
              AND GLA-CREDIT-ACCOUNT NOT = WS-CUSTOMER-GL
               MOVE WS-KEYED-BRANCH TO WS-CR-BRANCH
           END-IF
           IF GLA-CREDIT-ACCOUNT = WS-CUSTOMER-GL
              AND GLA-DEBIT-ACCOUNT NOT = WS-CUSTOMER-GL
               MOVE WS-KEYED-BRANCH TO WS-DR-BRANCH
           END-IF.
       SPLIT-BY-KEYED-BRANCH-EXIT.
           EXIT.

      *> The branch carrying the debit now owes the branch carrying
      *> the credit: it credits due-to, the other debits due-from,
      *> and each names the other so the reconciliation can pair
      *> them.
       WRITE-INTERBRANCH-LEGS.
           MOVE SPACES TO GL-JOURNAL-LINE
           STRING WS-POSTING-DATE-X " BR " WS-DR-BRANCH
               " CR " WS-DUE-TO-ACCOUNT
               " " WS-DISPLAY-AMOUNT " TXN " TXN-ID " DUE-TO "
               WS-CR-BRANCH
               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE
           MOVE SPACES TO GL-JOURNAL-LINE
           STRING WS-POSTING-DATE-X " BR " WS-CR-BRANCH
               " DR " WS-DUE-FROM-ACCOUNT
               " " WS-DISPLAY-AMOUNT " TXN " TXN-ID " DUE-FROM "
               WS-DR-BRANCH
               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE
           ADD WS-ABS-AMOUNT TO WS-TOTAL-DEBITS
           ADD WS-ABS-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-INTERBRANCH-ROWS.

       ADD-TO-BRANCH-TOTAL.
           MOVE 0 TO WS-BT-FOUND
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BRANCH-COUNT
                   OR WS-BT-FOUND = 1
               IF WS-BT-CODE(WS-BT-IX) = WS-TOTAL-BRANCH
                   ADD WS-ABS-AMOUNT TO WS-BT-TOTAL(WS-BT-IX)
                   MOVE 1 TO WS-BT-FOUND
               END-IF
           END-PERFORM
           IF WS-BT-FOUND = 0 AND WS-BRANCH-COUNT < 20
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-TOTAL-BRANCH TO WS-BT-CODE(WS-BRANCH-COUNT)
               MOVE WS-ABS-AMOUNT TO WS-BT-TOTAL(WS-BRANCH-COUNT)
           END-IF.

           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(TXN-AMOUNT)
           MOVE WS-ABS-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO GL-JOURNAL-LINE
           STRING WS-POSTING-DATE-X " BR " WS-DR-BRANCH
               " DR " GLA-DEBIT-ACCOUNT
               " " WS-DISPLAY-AMOUNT " TXN " TXN-ID " " TXN-TYPE
               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE
           MOVE SPACES TO GL-JOURNAL-LINE
           STRING WS-POSTING-DATE-X " BR " WS-CR-BRANCH
               " CR " GLA-CREDIT-ACCOUNT
               " " WS-DISPLAY-AMOUNT " TXN " TXN-ID " " TXN-TYPE
               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE
           ADD WS-ABS-AMOUNT TO WS-TOTAL-DEBITS
           ADD WS-ABS-AMOUNT TO WS-TOTAL-CREDITS
           MOVE WS-DR-BRANCH TO WS-TOTAL-BRANCH
           PERFORM ADD-TO-BRANCH-TOTAL
           IF WS-CR-BRANCH NOT = WS-DR-BRANCH
               PERFORM WRITE-INTERBRANCH-LEGS
               MOVE WS-CR-BRANCH TO WS-TOTAL-BRANCH
               PERFORM ADD-TO-BRANCH-TOTAL
           END-IF
           ADD 1 TO WS-ROWS-POSTED.

       REJECT-UNMAPPED-ROW.
           WRITE GL-JOURNAL-LINE
           CLOSE TRANSACTION-DB-FILE
           CLOSE GL-ACCOUNT-FILE
           IF WS-BALANCE-OPEN = 1
               CLOSE BALANCE-DB-FILE
           END-IF
           IF WS-GRC-OPEN = 1
               CLOSE GL-RECON-CONTROL-FILE
           END-IF
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-EXCEPTION-FILE
           DISPLAY "Ledger rows journalled: " WS-ROWS-POSTED
           DISPLAY "Rows rejected (unmapped): " WS-ROWS-REJECTED
           DISPLAY "Inter-branch rows (due-to/due-from): "
               WS-INTERBRANCH-ROWS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY "Journal proved - debits equal credits."
               DISPLAY "Journal written to gl_journal.txt"
