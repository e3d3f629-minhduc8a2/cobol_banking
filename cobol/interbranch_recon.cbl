       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERBRANCH_RECON.

      *> Daily inter-branch reconciliation. Every movement keyed at
      *> one branch on an account owned by another is booked by
      *> GL_EXTRACT with a due-to leg at one branch and a due-from
      *> leg at the other, so across the bank the two must always
      *> net to nil. Part one proves it from gl_branch_balances.db:
      *> each branch's due-from and due-to balance, all periods
      *> together, and the bank-wide net. Part two pairs today's
      *> legs in gl_journal.txt by transaction - same amount, each
      *> branch naming the other - and lists every leg without its
      *> partner, each one also raised to the exception hub. The GL
      *> accounts come from batch_params.txt, as GL_EXTRACT uses:
      *>   INTERBRANCH-DUE-FROM  (190100)
      *>   INTERBRANCH-DUE-TO    (290100)
      *> Written to interbranch_recon.txt and the report archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BRANCH-BALANCE-FILE ASSIGN TO
               "gl_branch_balances.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBB-KEY
               FILE STATUS IS GL-BRANCH-BALANCE-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "gl_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-FILE-STATUS.
           SELECT IB-REPORT-FILE ASSIGN TO "interbranch_recon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GL-BRANCH-BALANCE-FILE.
       COPY "gl_branch_balance_record.cpy".

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-LINE PIC X(100).

       FD IB-REPORT-FILE.
       01 IB-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 GL-BRANCH-BALANCE-FILE-STATUS PIC XX.
       01 GL-JOURNAL-FILE-STATUS        PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-POSTING-DATE-X PIC X(10).
       01 WS-PARAM-NAME    PIC X(20).
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-DUE-FROM-ACCOUNT PIC 9(6) VALUE 190100.
       01 WS-DUE-TO-ACCOUNT   PIC 9(6) VALUE 290100.
      *> Part one: each branch's balances on the two accounts.
       01 WS-BRANCH-COUNT  PIC 9(2) VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-BT-ENTRY OCCURS 50 TIMES.
               10 WS-BT-CODE      PIC X(04).
               10 WS-BT-DUE-FROM  PIC S9(14)V99.
               10 WS-BT-DUE-TO    PIC S9(14)V99.
       01 WS-BT-IDX        PIC 9(2).
       01 WS-BT-FULL       PIC 9 VALUE 0.
       01 WS-TOTAL-DUE-FROM PIC S9(14)V99 VALUE 0.
       01 WS-TOTAL-DUE-TO   PIC S9(14)V99 VALUE 0.
       01 WS-NET            PIC S9(14)V99.
      *> Part two: today's legs by transaction.
       01 WS-TOK-DATE      PIC X(10).
       01 WS-TOK-BR-LIT    PIC X(4).
       01 WS-TOK-BRANCH    PIC X(4).
       01 WS-TOK-SIDE      PIC X(2).
       01 WS-TOK-ACCOUNT   PIC X(10).
       01 WS-TOK-AMOUNT    PIC X(15).
       01 WS-TOK-TXN-LIT   PIC X(4).
       01 WS-TOK-TXN-ID    PIC X(10).
       01 WS-TOK-KIND      PIC X(10).
       01 WS-TOK-OTHER     PIC X(4).
       01 WS-LEG-ACCOUNT   PIC 9(6).
       01 WS-LEG-AMOUNT    PIC 9(12)V99.
       01 WS-PAIR-COUNT    PIC 9(4) VALUE 0.
       01 WS-PAIR-TABLE.
           05 WS-PR-ENTRY OCCURS 999 TIMES.
               10 WS-PR-TXN-ID     PIC X(10).
               10 WS-PR-DF-FOUND   PIC 9.
               10 WS-PR-DF-BRANCH  PIC X(04).
               10 WS-PR-DF-OTHER   PIC X(04).
               10 WS-PR-DF-AMOUNT  PIC 9(12)V99.
               10 WS-PR-DT-FOUND   PIC 9.
               10 WS-PR-DT-BRANCH  PIC X(04).
               10 WS-PR-DT-OTHER   PIC X(04).
               10 WS-PR-DT-AMOUNT  PIC 9(12)V99.
       01 WS-PR-IDX        PIC 9(4).
       01 WS-PR-FOUND      PIC 9 VALUE 0.
       01 WS-PR-FULL       PIC 9 VALUE 0.
       01 WS-MATCHED-COUNT   PIC 9(4) VALUE 0.
       01 WS-MATCHED-AMOUNT  PIC 9(14)V99 VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(4) VALUE 0.
       01 WS-UNMATCHED-REASON PIC X(30).
       01 WS-EXC-SOURCE    PIC X(20) VALUE "INTERBRANCH_RECON".
       01 WS-EXC-REFERENCE PIC X(30).
       01 WS-EXC-AMOUNT    PIC S9(10)V99.
       01 WS-DISP-FROM     PIC -Z(13)9.99.
       01 WS-DISP-TO       PIC -Z(13)9.99.
       01 WS-DISP-NET      PIC -Z(13)9.99.
       01 WS-DISP-AMOUNT   PIC Z(11)9.99.
       01 WS-DISP-COUNT    PIC Z(3)9.
       01 WS-ARCH-SOURCE   PIC X(30) VALUE "interbranch_recon.txt".
       01 WS-ARCH-TYPE     PIC X(20) VALUE "INTERBRANCH-RECON".
       01 WS-ARCH-PARAMS   PIC X(40).
       01 WS-ARCH-OPERATOR PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Inter-branch reconciliation."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           MOVE SPACES TO WS-POSTING-DATE-X
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
               WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-POSTING-DATE-X
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
           CALL "GET_CURRENT_OPERATOR" USING WS-ARCH-OPERATOR
           OPEN OUTPUT IB-REPORT-FILE
           MOVE SPACES TO IB-REPORT-LINE
           STRING "INTER-BRANCH RECONCILIATION  " WS-POSTING-DATE-X
               "   DUE-FROM " WS-DUE-FROM-ACCOUNT
               "  DUE-TO " WS-DUE-TO-ACCOUNT
               DELIMITED BY SIZE INTO IB-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE
           PERFORM LOAD-BRANCH-BALANCES
               THRU LOAD-BRANCH-BALANCES-EXIT
           PERFORM WRITE-BALANCE-PROOF
           PERFORM PUT-BLANK-LINE
           PERFORM LOAD-TODAYS-LEGS THRU LOAD-TODAYS-LEGS-EXIT
           PERFORM WRITE-PAIRING
           CLOSE IB-REPORT-FILE
           MOVE SPACES TO WS-ARCH-PARAMS
           STRING "DATE=" WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-ARCH-PARAMS
           CALL "ARCHIVE_REPORT" USING WS-ARCH-SOURCE WS-ARCH-TYPE
               WS-ARCH-PARAMS WS-ARCH-OPERATOR
           IF WS-NET NOT = 0 OR WS-UNMATCHED-COUNT > 0
               DISPLAY "*** Inter-branch accounts do not reconcile - "
                   "see interbranch_recon.txt."
           ELSE
               DISPLAY "Inter-branch accounts reconciled."
           END-IF
           GOBACK.

      *> Due-from reads as debits less credits, due-to as credits
      *> less debits, so the two bank-wide totals must be equal.
       LOAD-BRANCH-BALANCES.
           OPEN INPUT GL-BRANCH-BALANCE-FILE
           IF GL-BRANCH-BALANCE-FILE-STATUS NOT = "00"
               GO TO LOAD-BRANCH-BALANCES-EXIT
           END-IF
           PERFORM UNTIL GL-BRANCH-BALANCE-FILE-STATUS = "10"
               READ GL-BRANCH-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF GBB-ACCOUNT = WS-DUE-FROM-ACCOUNT
                  OR GBB-ACCOUNT = WS-DUE-TO-ACCOUNT
                   PERFORM ADD-BRANCH-BALANCE
                       THRU ADD-BRANCH-BALANCE-EXIT
               END-IF
           END-PERFORM
           CLOSE GL-BRANCH-BALANCE-FILE.
       LOAD-BRANCH-BALANCES-EXIT.
           EXIT.

       ADD-BRANCH-BALANCE.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BRANCH-COUNT
               IF WS-BT-CODE(WS-BT-IDX) = GBB-BRANCH-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BT-IDX > WS-BRANCH-COUNT
               IF WS-BRANCH-COUNT >= 50
                   MOVE 1 TO WS-BT-FULL
                   GO TO ADD-BRANCH-BALANCE-EXIT
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BT-IDX
               MOVE GBB-BRANCH-CODE TO WS-BT-CODE(WS-BT-IDX)
               MOVE 0 TO WS-BT-DUE-FROM(WS-BT-IDX)
               MOVE 0 TO WS-BT-DUE-TO(WS-BT-IDX)
           END-IF
           IF GBB-ACCOUNT = WS-DUE-FROM-ACCOUNT
               COMPUTE WS-BT-DUE-FROM(WS-BT-IDX) =
                   WS-BT-DUE-FROM(WS-BT-IDX) + GBB-DEBITS - GBB-CREDITS
               COMPUTE WS-TOTAL-DUE-FROM =
                   WS-TOTAL-DUE-FROM + GBB-DEBITS - GBB-CREDITS
           ELSE
               COMPUTE WS-BT-DUE-TO(WS-BT-IDX) =
                   WS-BT-DUE-TO(WS-BT-IDX) + GBB-CREDITS - GBB-DEBITS
               COMPUTE WS-TOTAL-DUE-TO =
                   WS-TOTAL-DUE-TO + GBB-CREDITS - GBB-DEBITS
           END-IF.
       ADD-BRANCH-BALANCE-EXIT.
           EXIT.

       WRITE-BALANCE-PROOF.
           STRING "POSTED BALANCES BY BRANCH   "
               "         DUE-FROM           DUE-TO"
               "      NET POSITION"
               DELIMITED BY SIZE INTO IB-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BRANCH-COUNT
           IF WS-BT-FULL = 1
               STRING "*** More than 50 branches - the rest are in "
                   "the totals only from here."
                   DELIMITED BY SIZE INTO IB-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           COMPUTE WS-NET = WS-TOTAL-DUE-FROM - WS-TOTAL-DUE-TO
           MOVE WS-TOTAL-DUE-FROM TO WS-DISP-FROM
           MOVE WS-TOTAL-DUE-TO TO WS-DISP-TO
           MOVE WS-NET TO WS-DISP-NET
           STRING "  BANK TOTAL         " WS-DISP-FROM " "
               WS-DISP-TO " " WS-DISP-NET
               DELIMITED BY SIZE INTO IB-REPORT-LINE
           PERFORM PUT-LINE
           IF WS-NET = 0
               STRING "PROVED - due-from and due-to net to nil "
                   "across the bank."
                   DELIMITED BY SIZE INTO IB-REPORT-LINE
           ELSE
               STRING "*** NOT PROVED - due-from and due-to differ "
                   "by " WS-DISP-NET
                   DELIMITED BY SIZE INTO IB-REPORT-LINE
               MOVE SPACES TO WS-EXC-REFERENCE
               STRING "INTERBRANCH NET " WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-EXC-REFERENCE
               MOVE WS-NET TO WS-EXC-AMOUNT
               MOVE "Due-from/due-to do not net" TO
                   WS-UNMATCHED-REASON
               CALL "LOG_EXCEPTION" USING WS-EXC-SOURCE
                   WS-EXC-REFERENCE WS-EXC-AMOUNT WS-UNMATCHED-REASON
           END-IF
           PERFORM PUT-LINE.

       WRITE-BRANCH-LINE.
           COMPUTE WS-NET = WS-BT-DUE-FROM(WS-BT-IDX)
               - WS-BT-DUE-TO(WS-BT-IDX)
           MOVE WS-BT-DUE-FROM(WS-BT-IDX) TO WS-DISP-FROM
           MOVE WS-BT-DUE-TO(WS-BT-IDX) TO WS-DISP-TO
           MOVE WS-NET TO WS-DISP-NET
           STRING "  " WS-BT-CODE(WS-BT-IDX) "               "
               WS-DISP-FROM " " WS-DISP-TO " " WS-DISP-NET
               DELIMITED BY SIZE INTO IB-REPORT-LINE
           PERFORM PUT-LINE.

      *> Only journal legs (second token "BR") on the two accounts
      *> and dated today are paired; GL_EXTRACT names the other
      *> branch in the token after the leg's kind.
       LOAD-TODAYS-LEGS.
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-FILE-STATUS NOT = "00"
               STRING "gl_journal.txt not found - no legs to pair."
                   DELIMITED BY SIZE INTO IB-REPORT-LINE
               PERFORM PUT-LINE
               GO TO LOAD-TODAYS-LEGS-EXIT
           END-IF
           PERFORM UNTIL GL-JOURNAL-FILE-STATUS = "10"
               READ GL-JOURNAL-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TAKE-ONE-LEG THRU TAKE-ONE-LEG-EXIT
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.
       LOAD-TODAYS-LEGS-EXIT.
           EXIT.

       TAKE-ONE-LEG.
           MOVE SPACES TO WS-TOK-DATE WS-TOK-BR-LIT WS-TOK-BRANCH
               WS-TOK-SIDE WS-TOK-ACCOUNT WS-TOK-AMOUNT
               WS-TOK-TXN-LIT WS-TOK-TXN-ID WS-TOK-KIND WS-TOK-OTHER
           UNSTRING GL-JOURNAL-LINE
               DELIMITED BY ALL " "
               INTO WS-TOK-DATE WS-TOK-BR-LIT WS-TOK-BRANCH
                    WS-TOK-SIDE WS-TOK-ACCOUNT WS-TOK-AMOUNT
                    WS-TOK-TXN-LIT WS-TOK-TXN-ID WS-TOK-KIND
                    WS-TOK-OTHER
           IF WS-TOK-BR-LIT NOT = "BR"
              OR WS-TOK-DATE NOT = WS-POSTING-DATE-X
              OR WS-TOK-ACCOUNT = SPACES
               GO TO TAKE-ONE-LEG-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-TOK-ACCOUNT) TO WS-LEG-ACCOUNT
           IF WS-LEG-ACCOUNT NOT = WS-DUE-FROM-ACCOUNT
              AND WS-LEG-ACCOUNT NOT = WS-DUE-TO-ACCOUNT
               GO TO TAKE-ONE-LEG-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-TOK-AMOUNT) TO WS-LEG-AMOUNT
           MOVE 0 TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PAIR-COUNT
               IF WS-PR-TXN-ID(WS-PR-IDX) = WS-TOK-TXN-ID
                   MOVE 1 TO WS-PR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PR-FOUND = 0
               IF WS-PAIR-COUNT >= 999
                   MOVE 1 TO WS-PR-FULL
                   GO TO TAKE-ONE-LEG-EXIT
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-PR-IDX
               INITIALIZE WS-PR-ENTRY(WS-PR-IDX)
               MOVE WS-TOK-TXN-ID TO WS-PR-TXN-ID(WS-PR-IDX)
           END-IF
           IF WS-LEG-ACCOUNT = WS-DUE-FROM-ACCOUNT
               MOVE 1 TO WS-PR-DF-FOUND(WS-PR-IDX)
               MOVE WS-TOK-BRANCH TO WS-PR-DF-BRANCH(WS-PR-IDX)
               MOVE WS-TOK-OTHER TO WS-PR-DF-OTHER(WS-PR-IDX)
               ADD WS-LEG-AMOUNT TO WS-PR-DF-AMOUNT(WS-PR-IDX)
           ELSE
               MOVE 1 TO WS-PR-DT-FOUND(WS-PR-IDX)
               MOVE WS-TOK-BRANCH TO WS-PR-DT-BRANCH(WS-PR-IDX)
               MOVE WS-TOK-OTHER TO WS-PR-DT-OTHER(WS-PR-IDX)
               ADD WS-LEG-AMOUNT TO WS-PR-DT-AMOUNT(WS-PR-IDX)
           END-IF.
       TAKE-ONE-LEG-EXIT.
           EXIT.

       WRITE-PAIRING.
           STRING "TODAY'S INTER-BRANCH LEGS - UNMATCHED PAIRS"
               DELIMITED BY SIZE INTO IB-REPORT-LINE
           PERFORM PUT-LINE
           PERFORM CHECK-ONE-PAIR THRU CHECK-ONE-PAIR-EXIT
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAIR-COUNT
           IF WS-PR-FULL = 1
               STRING "*** More than 999 inter-branch transactions "
                   "today - the rest were not paired."
                   DELIMITED BY SIZE INTO IB-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           IF WS-UNMATCHED-COUNT = 0
               STRING "  (none)"
                   DELIMITED BY SIZE INTO IB-REPORT-LINE
               PERFORM PUT-LINE
           END-IF
           PERFORM PUT-BLANK-LINE
           MOVE WS-MATCHED-COUNT TO WS-DISP-COUNT
           MOVE WS-MATCHED-AMOUNT TO WS-DISP-AMOUNT
           STRING "Pairs matched:   " WS-DISP-COUNT
               "   amount " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO IB-REPORT-LINE
           PERFORM PUT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-DISP-COUNT
           STRING "Pairs unmatched: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO IB-REPORT-LINE
           PERFORM PUT-LINE.

      *> A pair holds when both legs are there for the same amount
      *> and each branch names the other.
       CHECK-ONE-PAIR.
           MOVE SPACES TO WS-UNMATCHED-REASON
           EVALUATE TRUE
               WHEN WS-PR-DF-FOUND(WS-PR-IDX) = 0
                   MOVE "No due-from leg" TO WS-UNMATCHED-REASON
               WHEN WS-PR-DT-FOUND(WS-PR-IDX) = 0
                   MOVE "No due-to leg" TO WS-UNMATCHED-REASON
               WHEN WS-PR-DF-AMOUNT(WS-PR-IDX)
                    NOT = WS-PR-DT-AMOUNT(WS-PR-IDX)
                   MOVE "Amounts differ" TO WS-UNMATCHED-REASON
               WHEN WS-PR-DF-BRANCH(WS-PR-IDX)
                    NOT = WS-PR-DT-OTHER(WS-PR-IDX)
                 OR WS-PR-DT-BRANCH(WS-PR-IDX)
                    NOT = WS-PR-DF-OTHER(WS-PR-IDX)
                   MOVE "Branches do not cross" TO WS-UNMATCHED-REASON
           END-EVALUATE
           IF WS-UNMATCHED-REASON = SPACES
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-PR-DF-AMOUNT(WS-PR-IDX) TO WS-MATCHED-AMOUNT
               GO TO CHECK-ONE-PAIR-EXIT
           END-IF
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE WS-PR-DF-AMOUNT(WS-PR-IDX) TO WS-DISP-FROM
           MOVE WS-PR-DT-AMOUNT(WS-PR-IDX) TO WS-DISP-TO
           STRING "  TXN " WS-PR-TXN-ID(WS-PR-IDX)
               "  DUE-FROM " WS-PR-DF-BRANCH(WS-PR-IDX) "/"
               WS-PR-DF-OTHER(WS-PR-IDX) " " WS-DISP-FROM
               "  DUE-TO " WS-PR-DT-BRANCH(WS-PR-IDX) "/"
               WS-PR-DT-OTHER(WS-PR-IDX) " " WS-DISP-TO
               "  " WS-UNMATCHED-REASON
               DELIMITED BY SIZE INTO IB-REPORT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-EXC-REFERENCE
           STRING "TXN " WS-PR-TXN-ID(WS-PR-IDX) " INTERBRANCH"
               DELIMITED BY SIZE INTO WS-EXC-REFERENCE
           COMPUTE WS-EXC-AMOUNT = WS-PR-DF-AMOUNT(WS-PR-IDX)
               - WS-PR-DT-AMOUNT(WS-PR-IDX)
           CALL "LOG_EXCEPTION" USING WS-EXC-SOURCE
               WS-EXC-REFERENCE WS-EXC-AMOUNT WS-UNMATCHED-REASON.
       CHECK-ONE-PAIR-EXIT.
           EXIT.

       PUT-BLANK-LINE.
           MOVE SPACES TO IB-REPORT-LINE
           WRITE IB-REPORT-LINE.

       PUT-LINE.
           WRITE IB-REPORT-LINE
           DISPLAY IB-REPORT-LINE
           MOVE SPACES TO IB-REPORT-LINE.
