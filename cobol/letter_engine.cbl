      *> &AMOUNT and &DATE substituted from user.db and the event)
      *> into customer_letters.txt, then marks each event printed. A
      *> first run on an empty template file seeds standard templates
      *> for the event types the batches emit today. Demand letters
      *> (fees, low balance, escrow shortage, returned items, failed
      *> auto-pay) to a customer under an active bankruptcy case are
      *> suppressed - the automatic stay forbids collection contact.
      *> A minor's letters go to their custodian, under the
      *> custodian's own contact preference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-PREF-CHANNEL    PIC X(01).
       01 WS-PREF-BAD-ADDR   PIC X(01).
       01 WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       01 WS-IN-BANKRUPTCY   PIC 9 VALUE 0.
       01 WS-CUSTODIAN-ID    PIC 9(10) VALUE 0.
       01 WS-IS-MINOR        PIC 9 VALUE 0.
       01 WS-ADDRESSEE-ID    PIC 9(10).
       01 WS-MINOR-NAME      PIC X(30).
       01 WS-COLLECTION-EVENT PIC X(15).
           88 WS-IS-COLLECTION-EVENT VALUE "FEE" "LOW-BALANCE"
               "ESCROW-SHORTAGE" "RETURNED-ITEM" "AUTOPAY-FAIL".

       PROCEDURE DIVISION.
       MAIN-PARA.
                   NOT AT END
                       IF LE-IS-OPEN
                           PERFORM PRINT-ONE-LETTER
                               THRU PRINT-ONE-LETTER-EXIT
                       END-IF
               END-READ
           END-PERFORM
               OPEN EXTEND SUPPRESS-REPORT-FILE
           END-IF.

      *> The engine ships with working templates for the dormancy,
      *> balance, fee and escrow events the batches emit, so the
      *> first nightly run produces letters without anyone keying
      *> templates first.
       SEED-TEMPLATES-IF-EMPTY.
           MOVE "DORMANT" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
                   MOVE "&ACCOUNT account on &DATE."
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "ESCROW-ANALYSIS" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "ESCROW-ANALYSIS" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "Our yearly review of your mortgage escrow on "
                       TO LT-LINE-2
                   MOVE "&DATE sets your monthly escrow at &AMOUNT."
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "ESCROW-SHORTAGE" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "ESCROW-SHORTAGE" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "Your escrow is short by &AMOUNT; the shortage "
                       TO LT-LINE-2
                   MOVE "is spread over your next 12 payments. (&DATE)"
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "ESCROW-SURPLUS" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "ESCROW-SURPLUS" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "Your escrow holds &AMOUNT more than needed; "
                       TO LT-LINE-2
                   MOVE "it lowers your next 12 payments. (&DATE)"
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "RETURNED-ITEM" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "RETURNED-ITEM" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "A check you deposited came back unpaid; "
                       TO LT-LINE-2
                   MOVE "&AMOUNT was debited from &ACCOUNT on &DATE."
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "AGE-MAJORITY" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "AGE-MAJORITY" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "From &DATE your accounts are yours alone - "
                       TO LT-LINE-2
                   MOVE "your custodian no longer signs for them."
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "CUSTODY-ENDED" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "CUSTODY-ENDED" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "The minor's accounts you held as custodian "
                       TO LT-LINE-2
                   MOVE "passed to the account holder on &DATE."
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "NIGHT-DEPOSIT" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "NIGHT-DEPOSIT" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "Your night deposit was credited to &ACCOUNT "
                       TO LT-LINE-2
                   MOVE "on &DATE, differing from your slip by &AMOUNT."
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "FUNDING-REMIND" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "FUNDING-REMIND" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "Your new &ACCOUNT account has not yet been "
                       TO LT-LINE-2
                   MOVE "funded. Make a first deposit soon. (&DATE)"
                       TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ
           MOVE "NEVER-FUNDED" TO LT-EVENT-TYPE
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   MOVE "NEVER-FUNDED" TO LT-EVENT-TYPE
                   MOVE "Dear &NAME," TO LT-LINE-1
                   MOVE "Your &ACCOUNT account was never funded and "
                       TO LT-LINE-2
                   MOVE "was closed on &DATE." TO LT-LINE-3
                   WRITE LETTER-TEMPLATE-RECORD
           END-READ.

       PRINT-ONE-LETTER.
               PERFORM SUPPRESS-ONE-LETTER
               GO TO PRINT-ONE-LETTER-EXIT
           END-IF
      *>   A minor's mail is addressed to the custodian instead.
           MOVE LE-USER-ID TO WS-ADDRESSEE-ID
           MOVE SPACES TO WS-MINOR-NAME
           CALL "GET_CUSTODIAN" USING LE-USER-ID WS-CUSTODIAN-ID
               WS-IS-MINOR
           IF WS-IS-MINOR = 1
               MOVE USER-REC-NAME TO WS-MINOR-NAME
               MOVE WS-CUSTODIAN-ID TO USER-REC-ID
               READ USER-DB-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIPPED-COUNT
                       GO TO PRINT-ONE-LETTER-EXIT
               END-READ
               MOVE WS-CUSTODIAN-ID TO WS-ADDRESSEE-ID
           END-IF
           MOVE LE-EVENT-TYPE TO WS-COLLECTION-EVENT
           IF WS-IS-COLLECTION-EVENT
               CALL "CHECK_BANKRUPTCY" USING LE-USER-ID
                   WS-IN-BANKRUPTCY
      *>           Channel "B" on the suppression report marks a
      *>           letter withheld under the bankruptcy stay.
               IF WS-IN-BANKRUPTCY = 1
                   MOVE "B" TO WS-PREF-CHANNEL
                   MOVE "N" TO WS-PREF-BAD-ADDR
                   PERFORM SUPPRESS-ONE-LETTER
                   GO TO PRINT-ONE-LETTER-EXIT
               END-IF
           END-IF
      *>   Hold-all, or mail to an address we know is bad, goes to
      *>   the suppression report instead - reported, never
      *>   silently swallowed.
           CALL "GET_CONTACT_PREF" USING WS-ADDRESSEE-ID
               WS-PREF-CHANNEL WS-PREF-BAD-ADDR
           IF WS-PREF-CHANNEL = "H"
              OR (WS-PREF-CHANNEL = "M"
                   DELIMITED BY SIZE INTO LETTER-OUT-LINE
           END-IF
           WRITE LETTER-OUT-LINE
           IF WS-IS-MINOR = 1
               MOVE SPACES TO LETTER-OUT-LINE
               STRING "AS CUSTODIAN FOR: " WS-MINOR-NAME
                   " (user " LE-USER-ID ")"
                   DELIMITED BY SIZE INTO LETTER-OUT-LINE
               WRITE LETTER-OUT-LINE
           END-IF
           MOVE LT-LINE-1 TO WS-TEMPLATE-LINE
           PERFORM MERGE-AND-WRITE-LINE
           MOVE LT-LINE-2 TO WS-TEMPLATE-LINE
