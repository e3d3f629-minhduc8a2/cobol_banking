      *> account number. The balance row is rewritten under the new
      *> BALANCE-REC-KEY with BALANCE-REC-ACCOUNT-NO and every other
      *> field carried unchanged, the account's active funds holds,
      *> standing-order references, protection links, sweep
      *> instructions and payment aliases are re-keyed to follow it,
      *> and a zero-amount TYPE-CONVERT marker is written to the
      *> ledger on both sides of the boundary so statement history
      *> still reads sensibly.
      *> Pricing needs no step of its own: INTEREST_ACCRUAL and
      *> FEE_ASSESSMENT read PRODUCT-FILE by account type, so the new
      *> type's terms apply from the next accrual automatically; the
      *> customer is handed the new type's rate disclosure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-ID
               FILE STATUS IS SWEEP-INSTR-FILE-STATUS.
           SELECT PAYMENT-ALIAS-FILE ASSIGN TO "payment_alias.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ALIAS
               FILE STATUS IS PAYMENT-ALIAS-FILE-STATUS.
           SELECT PASSBOOK-FILE ASSIGN TO "passbook.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD SWEEP-INSTR-FILE.
       COPY "sweep_instruction_record.cpy".

       FD PAYMENT-ALIAS-FILE.
       COPY "payment_alias_record.cpy".

       FD PASSBOOK-FILE.
       COPY "passbook_record.cpy".

       01 PROTECTION-LINK-FILE-STATUS PIC XX.
       01 SWEEP-INSTR-FILE-STATUS     PIC XX.
       01 PASSBOOK-FILE-STATUS        PIC XX.
       01 PAYMENT-ALIAS-FILE-STATUS   PIC XX.
       01 WS-USER-ID       PIC 9(10).
       01 WS-OLD-TYPE      PIC X(10).
       01 WS-NEW-TYPE      PIC X(10).
           05 WS-PRD-MINIMUM-BALANCE   PIC 9(10)V99.
           05 WS-PRD-DEFAULT-OVERDRAFT PIC 9(10)V99.
           05 WS-PRD-DEFAULT-CURRENCY  PIC X(03).
           05 WS-PRD-LATE-GRACE-DAYS   PIC 9(3).
           05 WS-PRD-LATE-FEE-TYPE     PIC X(01).
           05 WS-PRD-LATE-FEE-AMOUNT   PIC 9(8)V99.
           05 WS-PRD-LATE-FEE-PCT      PIC 9(2)V99.
           05 WS-PRD-WD-LIMIT          PIC 9(3).
           05 WS-PRD-EXCESS-WD-FEE     PIC 9(8)V99.
           05 WS-PRD-REPRICE-PCT       PIC 9(3) OCCURS 6 TIMES.
           05 WS-PRD-DEBIT-RATE        PIC 9V9(4).
           05 WS-PRD-EARLY-WD-RULE     PIC X(01).
           05 WS-PRD-EARLY-WD-PCT      PIC 9(2)V99.
           05 WS-PRD-EARLY-WD-MIN      PIC 9(8)V99.
       01 WS-PRODUCT-FOUND PIC 9 VALUE 0.
       01 WS-TXN-TYPE      PIC X(15) VALUE "TYPE-CONVERT".
       01 WS-TXN-AMOUNT    PIC S9(10)V99 VALUE 0.
       01 WS-TXN-BALANCE   PIC S9(10)V99.
       01 WS-LEDGER-RATE   PIC 9(03)V9(6) VALUE 1.
       01 WS-DISC-FIXED-RATE  PIC 9V9(4) VALUE 0.
       01 WS-DISC-TERM-MONTHS PIC 9(3) VALUE 0.
       01 WS-DISC-MATURITY    PIC 9(8) VALUE 0.
       01 WS-HOLDS-REKEYED   PIC 9(4) VALUE 0.
       01 WS-ORDERS-REKEYED  PIC 9(4) VALUE 0.
       01 WS-LINKS-REKEYED   PIC 9(4) VALUE 0.
       01 WS-SWEEPS-REKEYED  PIC 9(4) VALUE 0.
       01 WS-ALIASES-REKEYED PIC 9(4) VALUE 0.
      *> Protected-type links carry the account type inside PRL-KEY,
      *> so they cannot be rewritten in place while the scan holds
      *> the file position - matches are collected here first and
           PERFORM REKEY-STANDING-ORDERS
           PERFORM REKEY-PROTECTION-LINKS
           PERFORM REKEY-SWEEP-INSTRUCTIONS
           PERFORM REKEY-PAYMENT-ALIASES
               THRU REKEY-PAYMENT-ALIASES-EXIT
           PERFORM REKEY-PASSBOOK-POINTER
           PERFORM WRITE-CONVERSION-MARKERS
           CLOSE BALANCE-DB-FILE
      *>   A new product means new terms - the customer gets the new
      *>   type's rate and APY disclosure for the converted balance.
           CALL "RATE_DISCLOSURE" USING WS-USER-ID WS-NEW-TYPE
               WS-TXN-BALANCE WS-DISC-FIXED-RATE WS-DISC-TERM-MONTHS
               WS-DISC-MATURITY
           DISPLAY "Account converted. Holds re-keyed: "
               WS-HOLDS-REKEYED "  Orders: " WS-ORDERS-REKEYED
               "  Protection links: " WS-LINKS-REKEYED
               "  Sweeps: " WS-SWEEPS-REKEYED
               "  Aliases: " WS-ALIASES-REKEYED
           DISPLAY "The " WS-NEW-TYPE " product terms apply from "
               "the next accrual."
           GOBACK.
       REKEY-ONE-SWEEP-EXIT.
           EXIT.

      *> A live email / mobile payment alias names the account it
      *> pays into; it follows the account rather than resolving to
      *> a row that no longer exists.
       REKEY-PAYMENT-ALIASES.
           OPEN I-O PAYMENT-ALIAS-FILE
           IF PAYMENT-ALIAS-FILE-STATUS NOT = "00"
               GO TO REKEY-PAYMENT-ALIASES-EXIT
           END-IF
           MOVE LOW-VALUES TO PA-ALIAS
           START PAYMENT-ALIAS-FILE KEY IS >= PA-ALIAS
               INVALID KEY
                   CLOSE PAYMENT-ALIAS-FILE
                   GO TO REKEY-PAYMENT-ALIASES-EXIT
           END-START
           PERFORM UNTIL PAYMENT-ALIAS-FILE-STATUS NOT = "00"
               READ PAYMENT-ALIAS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PA-USER-ID = WS-USER-ID
                          AND PA-ACCOUNT-TYPE = WS-OLD-TYPE
                          AND NOT PA-IS-DEREGISTERED
                           MOVE WS-NEW-TYPE TO PA-ACCOUNT-TYPE
                           REWRITE PAYMENT-ALIAS-RECORD
                           ADD 1 TO WS-ALIASES-REKEYED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-ALIAS-FILE.
       REKEY-PAYMENT-ALIASES-EXIT.
           EXIT.

      *> A passbook pointer carries the account type inside PB-KEY;
      *> it follows the account so the next update prints from where
      *> the book actually stopped instead of restarting history.
