       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVE_ALIAS.

      *> Resolves a person-to-person payment alias (email address or
      *> mobile number) to the account it is registered against, for
      *> TRANSFER_MONEY and CHANNEL_GATEWAY. Only a verified ("A")
      *> alias resolves, and only while its account is still on
      *> file. The payee's name comes back masked - the first letter
      *> of each word, the rest starred ("J*** S****") - so the payer
      *> can recognise who they are paying before confirming without
      *> the directory giving away customers' names.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-ALIAS-FILE ASSIGN TO "payment_alias.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-ALIAS
               FILE STATUS IS PAYMENT-ALIAS-FILE-STATUS.
           SELECT BALANCE-DB-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALANCE-REC-KEY
               FILE STATUS IS BALANCE-DB-FILE-STATUS.
           SELECT USER-DB-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-REC-ID
               FILE STATUS IS USER-DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-ALIAS-FILE.
       COPY "payment_alias_record.cpy".

       FD BALANCE-DB-FILE.
       COPY "balance_record.cpy".

       FD USER-DB-FILE.
       COPY "user_record.cpy".

       WORKING-STORAGE SECTION.
       01 PAYMENT-ALIAS-FILE-STATUS PIC XX.
       01 BALANCE-DB-FILE-STATUS    PIC XX.
       01 USER-DB-FILE-STATUS       PIC XX.
       01 WS-KIND          PIC X(01).
       01 WS-ALIAS         PIC X(40).
       01 WS-IX            PIC 9(2) VALUE 0.
       01 WS-WORD-START    PIC 9 VALUE 1.

       LINKAGE SECTION.
       01 LK-RAW-ALIAS     PIC X(40).
       01 LK-USER-ID       PIC 9(10).
       01 LK-ACCOUNT-TYPE  PIC X(10).
       01 LK-MASKED-NAME   PIC X(30).
       01 LK-FOUND         PIC 9.

       PROCEDURE DIVISION USING LK-RAW-ALIAS LK-USER-ID
                                LK-ACCOUNT-TYPE LK-MASKED-NAME
                                LK-FOUND.
           MOVE 0 TO LK-FOUND
           MOVE 0 TO LK-USER-ID
           MOVE SPACES TO LK-ACCOUNT-TYPE
           MOVE SPACES TO LK-MASKED-NAME
           CALL "NORMALIZE_ALIAS" USING LK-RAW-ALIAS WS-KIND WS-ALIAS
           IF WS-KIND = SPACE
               GOBACK
           END-IF
           OPEN INPUT PAYMENT-ALIAS-FILE
           IF PAYMENT-ALIAS-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE WS-ALIAS TO PA-ALIAS
           READ PAYMENT-ALIAS-FILE
               INVALID KEY
                   MOVE "D" TO PA-STATUS
           END-READ
           CLOSE PAYMENT-ALIAS-FILE
           IF NOT PA-IS-ACTIVE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-DB-FILE
           MOVE PA-USER-ID TO BALANCE-REC-ID
           MOVE PA-ACCOUNT-TYPE TO BALANCE-REC-ACCOUNT-TYPE
           READ BALANCE-DB-FILE KEY IS BALANCE-REC-KEY
               INVALID KEY
                   CLOSE BALANCE-DB-FILE
                   GOBACK
           END-READ
           CLOSE BALANCE-DB-FILE
           OPEN INPUT USER-DB-FILE
           MOVE PA-USER-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   CLOSE USER-DB-FILE
                   GOBACK
           END-READ
           CLOSE USER-DB-FILE
           MOVE USER-REC-NAME TO LK-MASKED-NAME
           MOVE 1 TO WS-WORD-START
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 30
               IF LK-MASKED-NAME(WS-IX:1) = SPACE
                   MOVE 1 TO WS-WORD-START
               ELSE
                   IF WS-WORD-START = 1
                       MOVE 0 TO WS-WORD-START
                   ELSE
                       MOVE "*" TO LK-MASKED-NAME(WS-IX:1)
                   END-IF
               END-IF
           END-PERFORM
           MOVE PA-USER-ID TO LK-USER-ID
           MOVE PA-ACCOUNT-TYPE TO LK-ACCOUNT-TYPE
           MOVE 1 TO LK-FOUND
           GOBACK.
