       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT_FILE_LAYOUT.

      *> Moves a master file on from the record layout its control
      *> record (layout_control.db) states to the next one, the
      *> layout this release is built for (file_layouts.cpy) - the
      *> one program that replaces the one-off backfills each new
      *> field used to need. New fields always go on the end of the
      *> record, so every old record is carried across byte for
      *> byte and the new fields take the VALUE defaults of the
      *> record copybook. Like REORG_FILES the new file is built
      *> beside the old and proved before it replaces it: the record
      *> count, the hash total of the record keys (and the balance,
      *> remaining principal or amount control total of balance.db,
      *> balance_archive.db, loan_master.db and transaction.db), and
      *> every old record's bytes re-read from the new file. The old
      *> file is kept as <name>_layoutNNN.db, the control record
      *> takes the new version and the proof totals, and the change
      *> goes to the standing-data audit. Converting transaction.db
      *> converts the closed-month ledger segments catalogued in
      *> ledger_segments.db with it. One layout at a time: a file two
      *> layouts behind is converted by each release in turn.
      *> Unattended, LAYOUT-CONVERT-FILE names the file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-LAYOUT-FILE ASSIGN TO "layout_control.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-FILE-NAME
               FILE STATUS IS FILE-LAYOUT-FILE-STATUS.
           SELECT OLD-USER-FILE ASSIGN TO "user.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDUSR-ID
               FILE STATUS IS OLD-USER-FILE-STATUS.
           SELECT NEW-USER-FILE ASSIGN TO "user_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWUSR-ID
               FILE STATUS IS NEW-USER-FILE-STATUS.
           SELECT OLD-BALANCE-FILE ASSIGN TO "balance.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDBAL-KEY
               FILE STATUS IS OLD-BALANCE-FILE-STATUS.
           SELECT NEW-BALANCE-FILE ASSIGN TO "balance_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWBAL-KEY
               FILE STATUS IS NEW-BALANCE-FILE-STATUS.
           SELECT OLD-LOAN-FILE ASSIGN TO "loan_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDLN-ID
               FILE STATUS IS OLD-LOAN-FILE-STATUS.
           SELECT NEW-LOAN-FILE ASSIGN TO "loan_master_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWLN-LOAN-ID
               FILE STATUS IS NEW-LOAN-FILE-STATUS.
           SELECT OLD-SCHEDULE-FILE ASSIGN TO "loan_schedule.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDLS-KEY
               FILE STATUS IS OLD-SCHEDULE-FILE-STATUS.
           SELECT NEW-SCHEDULE-FILE ASSIGN TO "loan_schedule_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWLS-KEY
               FILE STATUS IS NEW-SCHEDULE-FILE-STATUS.
           SELECT OLD-CARD-FILE ASSIGN TO "card_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDCRD-NUMBER
               FILE STATUS IS OLD-CARD-FILE-STATUS.
           SELECT NEW-CARD-FILE ASSIGN TO "card_master_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWCRD-NUMBER
               FILE STATUS IS NEW-CARD-FILE-STATUS.
           SELECT OLD-PRODUCT-FILE ASSIGN TO "product_master.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDPRD-ACCOUNT-TYPE
               FILE STATUS IS OLD-PRODUCT-FILE-STATUS.
           SELECT NEW-PRODUCT-FILE ASSIGN TO "product_master_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWPRD-ACCOUNT-TYPE
               FILE STATUS IS NEW-PRODUCT-FILE-STATUS.
           SELECT OLD-TXN-FILE ASSIGN TO "transaction.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDTXN-ID
               ALTERNATE RECORD KEY IS OLDTXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS OLD-TXN-FILE-STATUS.
           SELECT NEW-TXN-FILE ASSIGN TO "transaction_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWTXN-ID
               ALTERNATE RECORD KEY IS NEWTXN-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS NEW-TXN-FILE-STATUS.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "balance_archive.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDARB-ID
               FILE STATUS IS OLD-ARCHIVE-FILE-STATUS.
           SELECT NEW-ARCHIVE-FILE ASSIGN TO
               "balance_archive_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWARB-ID
               FILE STATUS IS NEW-ARCHIVE-FILE-STATUS.
           SELECT OLD-CONTACT-FILE ASSIGN TO "contact_prefs.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDCP-USER-ID
               FILE STATUS IS OLD-CONTACT-FILE-STATUS.
           SELECT NEW-CONTACT-FILE ASSIGN TO "contact_prefs_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWCP-USER-ID
               FILE STATUS IS NEW-CONTACT-FILE-STATUS.
           SELECT OLD-MONTHEND-FILE ASSIGN TO "month_end_control.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDME-MONTH
               FILE STATUS IS OLD-MONTHEND-FILE-STATUS.
           SELECT NEW-MONTHEND-FILE ASSIGN TO
               "month_end_control_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWME-MONTH
               FILE STATUS IS NEW-MONTHEND-FILE-STATUS.
           SELECT OLD-QUOTE-FILE ASSIGN TO "payoff_quotes.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDPQ-QUOTE-NO
               FILE STATUS IS OLD-QUOTE-FILE-STATUS.
           SELECT NEW-QUOTE-FILE ASSIGN TO "payoff_quotes_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWPQ-QUOTE-NO
               FILE STATUS IS NEW-QUOTE-FILE-STATUS.
           SELECT OLD-PRICING-FILE ASSIGN TO "pricing_exceptions.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDPX-KEY
               FILE STATUS IS OLD-PRICING-FILE-STATUS.
           SELECT NEW-PRICING-FILE ASSIGN TO
               "pricing_exceptions_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWPX-KEY
               FILE STATUS IS NEW-PRICING-FILE-STATUS.
           SELECT OLD-SAFEBOX-FILE ASSIGN TO "safe_boxes.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDSB-BOX-NO
               FILE STATUS IS OLD-SAFEBOX-FILE-STATUS.
           SELECT NEW-SAFEBOX-FILE ASSIGN TO "safe_boxes_convert.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWSB-BOX-NO
               FILE STATUS IS NEW-SAFEBOX-FILE-STATUS.
           SELECT SEGMENT-CATALOG-FILE ASSIGN TO
               "ledger_segments.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LSG-MONTH
               FILE STATUS IS SEGMENT-CATALOG-FILE-STATUS.
           SELECT OLD-SEG-FILE ASSIGN TO WS-SEG-OLD-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDSEG-ID
               ALTERNATE RECORD KEY IS OLDSEG-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS OLD-SEG-FILE-STATUS.
           SELECT NEW-SEG-FILE ASSIGN TO WS-SEG-NEW-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWSEG-ID
               ALTERNATE RECORD KEY IS NEWSEG-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS NEW-SEG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-LAYOUT-FILE.
       COPY "file_layout_record.cpy".

      *> The old files are read as images of whatever length their
      *> control record states; only the leading key (and balance)
      *> fields, there in every layout, are named.
       FD OLD-USER-FILE
           RECORD IS VARYING IN SIZE FROM 10 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDUSR-IMAGE.
           05 OLDUSR-ID            PIC 9(10).
           05 FILLER               PIC X(3990).

       FD NEW-USER-FILE.
       COPY "user_record.cpy"
           REPLACING LEADING ==USER-REC== BY ==NEWUSR==
                     LEADING ==USER-DB== BY ==NEWUSR-DB==.

       FD OLD-BALANCE-FILE
           RECORD IS VARYING IN SIZE FROM 20 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDBAL-IMAGE.
           05 OLDBAL-KEY.
               10 OLDBAL-ID        PIC 9(10).
               10 OLDBAL-ACCOUNT-TYPE PIC X(10).
           05 OLDBAL-BALANCE       PIC S9(10)V99.
           05 FILLER               PIC X(3968).

       FD NEW-BALANCE-FILE.
       COPY "balance_record.cpy"
           REPLACING LEADING ==BALANCE-REC== BY ==NEWBAL==
                     LEADING ==BALANCE-DB== BY ==NEWBAL-DB==.

       FD OLD-LOAN-FILE
           RECORD IS VARYING IN SIZE FROM 64 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDLN-IMAGE.
           05 OLDLN-ID             PIC 9(10).
           05 FILLER               PIC X(42).
           05 OLDLN-REMAINING      PIC S9(10)V99.
           05 FILLER               PIC X(3936).

       FD NEW-LOAN-FILE.
       COPY "loan_record.cpy"
           REPLACING LEADING ==LN== BY ==NEWLN==
                     LEADING ==LOAN-MASTER== BY ==NEWLN-MASTER==.

       FD OLD-SCHEDULE-FILE
           RECORD IS VARYING IN SIZE FROM 13 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDLS-IMAGE.
           05 OLDLS-KEY.
               10 OLDLS-LOAN-ID    PIC 9(10).
               10 OLDLS-PAYMENT-NO PIC 9(3).
           05 FILLER               PIC X(3987).

       FD NEW-SCHEDULE-FILE.
       COPY "loan_schedule_record.cpy"
           REPLACING LEADING ==LS== BY ==NEWLS==
                     LEADING ==LOAN-SCHEDULE== BY ==NEWLS-SCHEDULE==.

       FD OLD-CARD-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDCRD-IMAGE.
           05 OLDCRD-NUMBER        PIC 9(16).
           05 FILLER               PIC X(3984).

       FD NEW-CARD-FILE.
       COPY "card_record.cpy"
           REPLACING LEADING ==CARD== BY ==NEWCRD==.

       FD OLD-PRODUCT-FILE
           RECORD IS VARYING IN SIZE FROM 10 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDPRD-IMAGE.
           05 OLDPRD-ACCOUNT-TYPE  PIC X(10).
           05 FILLER               PIC X(3990).

       FD NEW-PRODUCT-FILE.
       COPY "product_record.cpy"
           REPLACING LEADING ==PRD== BY ==NEWPRD==
                     LEADING ==PRODUCT== BY ==NEWPRD-PRODUCT==.

       FD OLD-TXN-FILE
           RECORD IS VARYING IN SIZE FROM 136 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDTXN-IMAGE.
           05 OLDTXN-ID            PIC 9(10).
           05 FILLER               PIC X(43).
           05 OLDTXN-AMOUNT        PIC S9(10)V99.
           05 FILLER               PIC X(41).
           05 OLDTXN-ALT-KEY       PIC X(30).
           05 FILLER               PIC X(3864).

       FD NEW-TXN-FILE.
       COPY "transaction_record.cpy"
           REPLACING LEADING ==TXN== BY ==NEWTXN==
                     LEADING ==TRANSACTION-DB== BY ==NEWTXN-DB==.

       FD OLD-ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 42 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDARB-IMAGE.
           05 OLDARB-ID            PIC 9(10).
           05 FILLER               PIC X(20).
           05 OLDARB-BALANCE       PIC S9(10)V99.
           05 FILLER               PIC X(3958).

       FD NEW-ARCHIVE-FILE.
       COPY "balance_archive_record.cpy"
           REPLACING LEADING ==ARCH-BAL== BY ==NEWARB==
                     LEADING ==BALANCE-ARCHIVE== BY ==NEWARB-ARCHIVE==.

       FD OLD-CONTACT-FILE
           RECORD IS VARYING IN SIZE FROM 10 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDCP-IMAGE.
           05 OLDCP-USER-ID        PIC 9(10).
           05 FILLER               PIC X(3990).

       FD NEW-CONTACT-FILE.
       COPY "contact_pref_record.cpy"
           REPLACING LEADING ==CP== BY ==NEWCP==
                     LEADING ==CONTACT-PREF== BY ==NEWCP-PREF==.

       FD OLD-MONTHEND-FILE
           RECORD IS VARYING IN SIZE FROM 6 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDME-IMAGE.
           05 OLDME-MONTH          PIC 9(6).
           05 FILLER               PIC X(3994).

       FD NEW-MONTHEND-FILE.
       COPY "month_end_record.cpy"
           REPLACING LEADING ==ME== BY ==NEWME==
                     LEADING ==MONTH-END== BY ==NEWME-MONTH-END==.

       FD OLD-QUOTE-FILE
           RECORD IS VARYING IN SIZE FROM 10 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDPQ-IMAGE.
           05 OLDPQ-QUOTE-NO       PIC 9(10).
           05 FILLER               PIC X(3990).

       FD NEW-QUOTE-FILE.
       COPY "payoff_quote_record.cpy"
           REPLACING LEADING ==PQ== BY ==NEWPQ==
                     LEADING ==PAYOFF-QUOTE== BY ==NEWPQ-QUOTE==.

       FD OLD-PRICING-FILE
           RECORD IS VARYING IN SIZE FROM 20 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDPX-IMAGE.
           05 OLDPX-KEY.
               10 OLDPX-USER-ID    PIC 9(10).
               10 OLDPX-ACCOUNT-TYPE PIC X(10).
           05 FILLER               PIC X(3980).

       FD NEW-PRICING-FILE.
       COPY "pricing_exception_record.cpy"
           REPLACING LEADING ==PX== BY ==NEWPX==
                     LEADING ==PRICING-EXC== BY ==NEWPX-EXC==.

       FD OLD-SAFEBOX-FILE
           RECORD IS VARYING IN SIZE FROM 4 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDSB-IMAGE.
           05 OLDSB-BOX-NO         PIC 9(4).
           05 FILLER               PIC X(3996).

       FD NEW-SAFEBOX-FILE.
       COPY "safe_box_record.cpy"
           REPLACING LEADING ==SB== BY ==NEWSB==
                     LEADING ==SAFE-BOX== BY ==NEWSB-BOX==.

      *> A closed month's ledger segment: transaction.db rows, in
      *> whatever layout transaction.db had when the month rolled.
       FD OLD-SEG-FILE
           RECORD IS VARYING IN SIZE FROM 136 TO 4000 CHARACTERS
               DEPENDING ON WS-READ-LENGTH.
       01 OLDSEG-IMAGE.
           05 OLDSEG-ID            PIC 9(10).
           05 FILLER               PIC X(43).
           05 OLDSEG-AMOUNT        PIC S9(10)V99.
           05 FILLER               PIC X(41).
           05 OLDSEG-ALT-KEY       PIC X(30).
           05 FILLER               PIC X(3864).

       FD NEW-SEG-FILE.
       COPY "transaction_record.cpy"
           REPLACING LEADING ==TXN== BY ==NEWSEG==
                     LEADING ==TRANSACTION-DB== BY ==NEWSEG-DB==.

       FD SEGMENT-CATALOG-FILE.
       COPY "ledger_segment_record.cpy".

       WORKING-STORAGE SECTION.
       COPY "file_layouts.cpy".
       01 FILE-LAYOUT-FILE-STATUS PIC XX.
       01 OLD-USER-FILE-STATUS    PIC XX.
       01 NEW-USER-FILE-STATUS    PIC XX.
       01 OLD-BALANCE-FILE-STATUS PIC XX.
       01 NEW-BALANCE-FILE-STATUS PIC XX.
       01 OLD-LOAN-FILE-STATUS    PIC XX.
       01 NEW-LOAN-FILE-STATUS    PIC XX.
       01 OLD-SCHEDULE-FILE-STATUS PIC XX.
       01 NEW-SCHEDULE-FILE-STATUS PIC XX.
       01 OLD-CARD-FILE-STATUS    PIC XX.
       01 NEW-CARD-FILE-STATUS    PIC XX.
       01 OLD-PRODUCT-FILE-STATUS PIC XX.
       01 NEW-PRODUCT-FILE-STATUS PIC XX.
       01 OLD-TXN-FILE-STATUS     PIC XX.
       01 NEW-TXN-FILE-STATUS     PIC XX.
       01 OLD-ARCHIVE-FILE-STATUS PIC XX.
       01 NEW-ARCHIVE-FILE-STATUS PIC XX.
       01 OLD-CONTACT-FILE-STATUS PIC XX.
       01 NEW-CONTACT-FILE-STATUS PIC XX.
       01 OLD-MONTHEND-FILE-STATUS PIC XX.
       01 NEW-MONTHEND-FILE-STATUS PIC XX.
       01 OLD-QUOTE-FILE-STATUS   PIC XX.
       01 NEW-QUOTE-FILE-STATUS   PIC XX.
       01 OLD-PRICING-FILE-STATUS PIC XX.
       01 NEW-PRICING-FILE-STATUS PIC XX.
       01 OLD-SAFEBOX-FILE-STATUS PIC XX.
       01 NEW-SAFEBOX-FILE-STATUS PIC XX.
       01 OLD-SEG-FILE-STATUS     PIC XX.
       01 NEW-SEG-FILE-STATUS     PIC XX.
       01 SEGMENT-CATALOG-FILE-STATUS PIC XX.
       01 WS-CHOICE        PIC 9(2) VALUE 0.
       01 WS-BATCH-MODE    PIC X VALUE "N".
       01 WS-PARAM-NAME    PIC X(20) VALUE "LAYOUT-CONVERT-FILE".
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-FILE-NAME     PIC X(20).
       01 WS-BASE-NAME     PIC X(20).
      *> The file SWAP-IN-NEW-FILE puts the converted copy in place
      *> of, and the name its copies are made from.
       01 WS-SWAP-NAME     PIC X(20).
       01 WS-SWAP-BASE     PIC X(20).
      *> The ledger segment in hand.
       01 WS-SEG-OLD-NAME  PIC X(30).
       01 WS-SEG-NEW-NAME  PIC X(30).
       01 WS-SEG-BASE      PIC X(20).
       01 WS-SEGS-CONVERTED PIC 9(4) VALUE 0.
       01 WS-FROM-LAYOUT   PIC 9(3).
       01 WS-TO-LAYOUT     PIC 9(3).
       01 WS-OLD-LENGTH    PIC 9(5).
       01 WS-NEW-LENGTH    PIC 9(5).
       01 WS-READ-LENGTH   PIC 9(5).
       01 WS-CAN-CONVERT   PIC 9 VALUE 0.
       01 WS-FAILED        PIC 9 VALUE 0.
       01 WS-FAIL-REASON   PIC X(40).
      *> Proof totals: as read from the old file, as written, and as
      *> read back from the new file.
       01 WS-OLD-COUNT     PIC 9(9).
       01 WS-NEW-COUNT     PIC 9(9).
       01 WS-OLD-KEY-HASH  PIC 9(18).
       01 WS-NEW-KEY-HASH  PIC 9(18).
       01 WS-OLD-AMOUNT    PIC S9(14)V99.
       01 WS-NEW-AMOUNT    PIC S9(14)V99.
       01 WS-OLD-NAME      PIC X(30).
       01 WS-NEW-NAME      PIC X(30).
       01 WS-KEEP-NAME     PIC X(30).
       01 WS-FILE-INFO.
           05 WS-FI-SIZE   PIC 9(18) COMP.
           05 WS-FI-DATE   PIC 9(8)  COMP.
           05 WS-FI-TIME   PIC 9(8)  COMP.
       01 WS-CALL-STATUS   PIC S9(9) COMP.
       01 WS-PROGRAM       PIC X(20) VALUE "CONVERT_FILE_LAYOUT".
       01 WS-CHANGE-KEY    PIC X(30).
       01 WS-CHANGE-FIELD  PIC X(20) VALUE "FL-LAYOUT-VERSION".
       01 WS-OLD-VALUE     PIC X(30).
       01 WS-NEW-VALUE     PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Master file layout conversion."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_BATCH_MODE" USING WS-BATCH-MODE
           IF WS-BATCH-MODE = "Y"
               MOVE SPACES TO WS-PARAM-VALUE
               CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
                   WS-PARAM-VALUE WS-PARAM-FOUND
               EVALUATE WS-PARAM-VALUE
                   WHEN "user.db"
                       MOVE 1 TO WS-CHOICE
                   WHEN "balance.db"
                       MOVE 2 TO WS-CHOICE
                   WHEN "loan_master.db"
                       MOVE 3 TO WS-CHOICE
                   WHEN "loan_schedule.db"
                       MOVE 4 TO WS-CHOICE
                   WHEN "card_master.db"
                       MOVE 5 TO WS-CHOICE
                   WHEN "product_master.db"
                       MOVE 6 TO WS-CHOICE
                   WHEN "transaction.db"
                       MOVE 7 TO WS-CHOICE
                   WHEN "balance_archive.db"
                       MOVE 8 TO WS-CHOICE
                   WHEN "contact_prefs.db"
                       MOVE 9 TO WS-CHOICE
                   WHEN "month_end_control.db"
                       MOVE 10 TO WS-CHOICE
                   WHEN "payoff_quotes.db"
                       MOVE 11 TO WS-CHOICE
                   WHEN "pricing_exceptions.db"
                       MOVE 12 TO WS-CHOICE
                   WHEN "safe_boxes.db"
                       MOVE 13 TO WS-CHOICE
               END-EVALUATE
           ELSE
               DISPLAY " 1. user.db           (built for layout "
                   USER-DB-LAYOUT ")"
               DISPLAY " 2. balance.db        (built for layout "
                   BALANCE-DB-LAYOUT ")"
               DISPLAY " 3. loan_master.db    (built for layout "
                   LOAN-MASTER-LAYOUT ")"
               DISPLAY " 4. loan_schedule.db  (built for layout "
                   LOAN-SCHEDULE-LAYOUT ")"
               DISPLAY " 5. card_master.db    (built for layout "
                   CARD-MASTER-LAYOUT ")"
               DISPLAY " 6. product_master.db (built for layout "
                   PRODUCT-MASTER-LAYOUT ")"
               DISPLAY " 7. transaction.db    (built for layout "
                   TRANSACTION-DB-LAYOUT ")"
               DISPLAY "8. balance_archive.db   (built for layout "
                   BALANCE-ARCHIVE-LAYOUT ")"
               DISPLAY "9. contact_prefs.db     (built for layout "
                   CONTACT-PREF-LAYOUT ")"
               DISPLAY "10. month_end_control.db(built for layout "
                   MONTH-END-LAYOUT ")"
               DISPLAY "11. payoff_quotes.db    (built for layout "
                   PAYOFF-QUOTE-LAYOUT ")"
               DISPLAY "12. pricing_exceptions.db(built for layout "
                   PRICING-EXC-LAYOUT ")"
               DISPLAY "13. safe_boxes.db       (built for layout "
                   SAFE-BOX-LAYOUT ")"
               DISPLAY "Enter choice: "
               ACCEPT WS-CHOICE
           END-IF
           EVALUATE WS-CHOICE
               WHEN 1
                   MOVE "user.db" TO WS-FILE-NAME
                   MOVE "user" TO WS-BASE-NAME
                   MOVE USER-DB-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWUSR-DB-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 2
                   MOVE "balance.db" TO WS-FILE-NAME
                   MOVE "balance" TO WS-BASE-NAME
                   MOVE BALANCE-DB-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWBAL-DB-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 3
                   MOVE "loan_master.db" TO WS-FILE-NAME
                   MOVE "loan_master" TO WS-BASE-NAME
                   MOVE LOAN-MASTER-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWLN-MASTER-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 4
                   MOVE "loan_schedule.db" TO WS-FILE-NAME
                   MOVE "loan_schedule" TO WS-BASE-NAME
                   MOVE LOAN-SCHEDULE-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWLS-SCHEDULE-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 5
                   MOVE "card_master.db" TO WS-FILE-NAME
                   MOVE "card_master" TO WS-BASE-NAME
                   MOVE CARD-MASTER-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWCRD-MASTER-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 6
                   MOVE "product_master.db" TO WS-FILE-NAME
                   MOVE "product_master" TO WS-BASE-NAME
                   MOVE PRODUCT-MASTER-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWPRD-PRODUCT-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 7
                   MOVE "transaction.db" TO WS-FILE-NAME
                   MOVE "transaction" TO WS-BASE-NAME
                   MOVE TRANSACTION-DB-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWTXN-DB-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 8
                   MOVE "balance_archive.db" TO WS-FILE-NAME
                   MOVE "balance_archive" TO WS-BASE-NAME
                   MOVE BALANCE-ARCHIVE-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWARB-ARCHIVE-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 9
                   MOVE "contact_prefs.db" TO WS-FILE-NAME
                   MOVE "contact_prefs" TO WS-BASE-NAME
                   MOVE CONTACT-PREF-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWCP-PREF-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 10
                   MOVE "month_end_control.db" TO WS-FILE-NAME
                   MOVE "month_end_control" TO WS-BASE-NAME
                   MOVE MONTH-END-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWME-MONTH-END-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 11
                   MOVE "payoff_quotes.db" TO WS-FILE-NAME
                   MOVE "payoff_quotes" TO WS-BASE-NAME
                   MOVE PAYOFF-QUOTE-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWPQ-QUOTE-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 12
                   MOVE "pricing_exceptions.db" TO WS-FILE-NAME
                   MOVE "pricing_exceptions" TO WS-BASE-NAME
                   MOVE PRICING-EXC-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWPX-EXC-RECORD)
                       TO WS-NEW-LENGTH
               WHEN 13
                   MOVE "safe_boxes.db" TO WS-FILE-NAME
                   MOVE "safe_boxes" TO WS-BASE-NAME
                   MOVE SAFE-BOX-LAYOUT TO WS-TO-LAYOUT
                   MOVE FUNCTION LENGTH(NEWSB-BOX-RECORD)
                       TO WS-NEW-LENGTH
               WHEN OTHER
                   DISPLAY "No file chosen - nothing converted."
                   GOBACK
           END-EVALUATE
           OPEN I-O FILE-LAYOUT-FILE
           IF FILE-LAYOUT-FILE-STATUS NOT = "00"
               DISPLAY "No layout control records on file - "
                   WS-FILE-NAME " has never been checked; run the "
                   "release it was written by once first."
               GOBACK
           END-IF
           PERFORM CHECK-CONVERSION THRU CHECK-CONVERSION-EXIT
           IF WS-CAN-CONVERT = 1
               MOVE 0 TO WS-FAILED
               MOVE SPACES TO WS-FAIL-REASON
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM CONVERT-USER-FILE
                           THRU CONVERT-USER-FILE-EXIT
                   WHEN 2
                       PERFORM CONVERT-BALANCE-FILE
                           THRU CONVERT-BALANCE-FILE-EXIT
                   WHEN 3
                       PERFORM CONVERT-LOAN-FILE
                           THRU CONVERT-LOAN-FILE-EXIT
                   WHEN 4
                       PERFORM CONVERT-SCHEDULE-FILE
                           THRU CONVERT-SCHEDULE-FILE-EXIT
                   WHEN 5
                       PERFORM CONVERT-CARD-FILE
                           THRU CONVERT-CARD-FILE-EXIT
                   WHEN 6
                       PERFORM CONVERT-PRODUCT-FILE
                           THRU CONVERT-PRODUCT-FILE-EXIT
                   WHEN 7
                       PERFORM CONVERT-LEDGER-SEGMENTS
                           THRU CONVERT-LEDGER-SEGMENTS-EXIT
                       IF WS-FAILED = 0
                           PERFORM CONVERT-TXN-FILE
                               THRU CONVERT-TXN-FILE-EXIT
                       END-IF
                   WHEN 8
                       PERFORM CONVERT-ARCHIVE-FILE
                           THRU CONVERT-ARCHIVE-FILE-EXIT
                   WHEN 9
                       PERFORM CONVERT-CONTACT-FILE
                           THRU CONVERT-CONTACT-FILE-EXIT
                   WHEN 10
                       PERFORM CONVERT-MONTHEND-FILE
                           THRU CONVERT-MONTHEND-FILE-EXIT
                   WHEN 11
                       PERFORM CONVERT-QUOTE-FILE
                           THRU CONVERT-QUOTE-FILE-EXIT
                   WHEN 12
                       PERFORM CONVERT-PRICING-FILE
                           THRU CONVERT-PRICING-FILE-EXIT
                   WHEN 13
                       PERFORM CONVERT-SAFEBOX-FILE
                           THRU CONVERT-SAFEBOX-FILE-EXIT
               END-EVALUATE
               IF WS-FAILED = 1
                   DISPLAY "*** " WS-FILE-NAME " not converted: "
                       WS-FAIL-REASON
                   DISPLAY "    The original is left in place, "
                       "still in layout " WS-FROM-LAYOUT "."
               ELSE
                   MOVE WS-FILE-NAME TO WS-SWAP-NAME
                   MOVE WS-BASE-NAME TO WS-SWAP-BASE
                   PERFORM SWAP-IN-NEW-FILE THRU SWAP-IN-NEW-FILE-EXIT
               END-IF
               IF WS-FAILED = 0
                   PERFORM RECORD-CONVERSION
               END-IF
           END-IF
           CLOSE FILE-LAYOUT-FILE
           GOBACK.

       CHECK-CONVERSION.
           MOVE 0 TO WS-CAN-CONVERT
           MOVE WS-FILE-NAME TO FL-FILE-NAME
           READ FILE-LAYOUT-FILE
               INVALID KEY
                   DISPLAY WS-FILE-NAME " has no layout control "
                       "record - run the release it was written by "
                       "once first."
                   GO TO CHECK-CONVERSION-EXIT
           END-READ
           MOVE FL-LAYOUT-VERSION TO WS-FROM-LAYOUT
           MOVE FL-RECORD-LENGTH TO WS-OLD-LENGTH
           DISPLAY WS-FILE-NAME " is in layout " WS-FROM-LAYOUT
               " (" WS-OLD-LENGTH " bytes); this release is built "
               "for layout " WS-TO-LAYOUT " (" WS-NEW-LENGTH
               " bytes)."
           IF WS-FROM-LAYOUT = WS-TO-LAYOUT
               DISPLAY "Already in this release's layout - nothing "
                   "to convert."
               GO TO CHECK-CONVERSION-EXIT
           END-IF
           IF WS-FROM-LAYOUT + 1 NOT = WS-TO-LAYOUT
               DISPLAY "Conversion goes one layout at a time - "
                   "convert with each release in between."
               GO TO CHECK-CONVERSION-EXIT
           END-IF
           IF WS-OLD-LENGTH = 0
               DISPLAY "Record length of layout " WS-FROM-LAYOUT
                   " is not known - run that release once first."
               GO TO CHECK-CONVERSION-EXIT
           END-IF
           IF WS-OLD-LENGTH >= WS-NEW-LENGTH
               DISPLAY "The new layout is not longer than the old - "
                   "fields may only be added to the end of a record."
               GO TO CHECK-CONVERSION-EXIT
           END-IF
           MOVE 1 TO WS-CAN-CONVERT.
       CHECK-CONVERSION-EXIT.
           EXIT.

       CONVERT-USER-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-USER-FILE
           IF OLD-USER-FILE-STATUS NOT = "00"
               MOVE "user.db could not be opened" TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-USER-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-USER-FILE
           PERFORM UNTIL OLD-USER-FILE-STATUS = "10"
               READ OLD-USER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDUSR-ID TO WS-OLD-KEY-HASH
               INITIALIZE NEWUSR-DB-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDUSR-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWUSR-DB-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWUSR-DB-RECORD
               IF NEW-USER-FILE-STATUS NOT = "00"
                   MOVE "WRITE to user_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-USER-FILE
           CLOSE NEW-USER-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-USER-FILE-EXIT
           END-IF
      *>   Prove from what landed on disk: both files side by side in
      *>   key order, every old record found again at the front of
      *>   its new one.
           OPEN INPUT OLD-USER-FILE
           OPEN INPUT NEW-USER-FILE
           PERFORM UNTIL NEW-USER-FILE-STATUS = "10"
               READ NEW-USER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWUSR-ID TO WS-NEW-KEY-HASH
               READ OLD-USER-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWUSR-DB-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDUSR-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-USER-FILE
           CLOSE NEW-USER-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-USER-FILE-EXIT.
           EXIT.

       CONVERT-BALANCE-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-BALANCE-FILE
           IF OLD-BALANCE-FILE-STATUS NOT = "00"
               MOVE "balance.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-BALANCE-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-BALANCE-FILE
           PERFORM UNTIL OLD-BALANCE-FILE-STATUS = "10"
               READ OLD-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDBAL-ID TO WS-OLD-KEY-HASH
               ADD OLDBAL-BALANCE TO WS-OLD-AMOUNT
               INITIALIZE NEWBAL-DB-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDBAL-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWBAL-DB-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWBAL-DB-RECORD
               IF NEW-BALANCE-FILE-STATUS NOT = "00"
                   MOVE "WRITE to balance_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-BALANCE-FILE
           CLOSE NEW-BALANCE-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-BALANCE-FILE-EXIT
           END-IF
           OPEN INPUT OLD-BALANCE-FILE
           OPEN INPUT NEW-BALANCE-FILE
           PERFORM UNTIL NEW-BALANCE-FILE-STATUS = "10"
               READ NEW-BALANCE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWBAL-ID TO WS-NEW-KEY-HASH
               ADD NEWBAL-BALANCE TO WS-NEW-AMOUNT
               READ OLD-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWBAL-DB-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDBAL-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-BALANCE-FILE
           CLOSE NEW-BALANCE-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-BALANCE-FILE-EXIT.
           EXIT.

       CONVERT-LOAN-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-LOAN-FILE
           IF OLD-LOAN-FILE-STATUS NOT = "00"
               MOVE "loan_master.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-LOAN-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-LOAN-FILE
           PERFORM UNTIL OLD-LOAN-FILE-STATUS = "10"
               READ OLD-LOAN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDLN-ID TO WS-OLD-KEY-HASH
               ADD OLDLN-REMAINING TO WS-OLD-AMOUNT
               INITIALIZE NEWLN-MASTER-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDLN-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWLN-MASTER-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWLN-MASTER-RECORD
               IF NEW-LOAN-FILE-STATUS NOT = "00"
                   MOVE "WRITE to loan_master_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-LOAN-FILE
           CLOSE NEW-LOAN-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-LOAN-FILE-EXIT
           END-IF
           OPEN INPUT OLD-LOAN-FILE
           OPEN INPUT NEW-LOAN-FILE
           PERFORM UNTIL NEW-LOAN-FILE-STATUS = "10"
               READ NEW-LOAN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWLN-LOAN-ID TO WS-NEW-KEY-HASH
               ADD NEWLN-REMAINING TO WS-NEW-AMOUNT
               READ OLD-LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWLN-MASTER-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDLN-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-LOAN-FILE
           CLOSE NEW-LOAN-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-LOAN-FILE-EXIT.
           EXIT.

       CONVERT-SCHEDULE-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-SCHEDULE-FILE
           IF OLD-SCHEDULE-FILE-STATUS NOT = "00"
               MOVE "loan_schedule.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-SCHEDULE-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-SCHEDULE-FILE
           PERFORM UNTIL OLD-SCHEDULE-FILE-STATUS = "10"
               READ OLD-SCHEDULE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDLS-LOAN-ID TO WS-OLD-KEY-HASH
               INITIALIZE NEWLS-SCHEDULE-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDLS-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWLS-SCHEDULE-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWLS-SCHEDULE-RECORD
               IF NEW-SCHEDULE-FILE-STATUS NOT = "00"
                   MOVE "WRITE to loan_schedule_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-SCHEDULE-FILE
           CLOSE NEW-SCHEDULE-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-SCHEDULE-FILE-EXIT
           END-IF
           OPEN INPUT OLD-SCHEDULE-FILE
           OPEN INPUT NEW-SCHEDULE-FILE
           PERFORM UNTIL NEW-SCHEDULE-FILE-STATUS = "10"
               READ NEW-SCHEDULE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWLS-LOAN-ID TO WS-NEW-KEY-HASH
               READ OLD-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWLS-SCHEDULE-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDLS-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-SCHEDULE-FILE
           CLOSE NEW-SCHEDULE-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-SCHEDULE-FILE-EXIT.
           EXIT.

       CONVERT-CARD-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-CARD-FILE
           IF OLD-CARD-FILE-STATUS NOT = "00"
               MOVE "card_master.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-CARD-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-CARD-FILE
           PERFORM UNTIL OLD-CARD-FILE-STATUS = "10"
               READ OLD-CARD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD FUNCTION MOD(OLDCRD-NUMBER 100000000)
                   TO WS-OLD-KEY-HASH
               INITIALIZE NEWCRD-MASTER-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDCRD-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWCRD-MASTER-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWCRD-MASTER-RECORD
               IF NEW-CARD-FILE-STATUS NOT = "00"
                   MOVE "WRITE to card_master_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-CARD-FILE
           CLOSE NEW-CARD-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-CARD-FILE-EXIT
           END-IF
           OPEN INPUT OLD-CARD-FILE
           OPEN INPUT NEW-CARD-FILE
           PERFORM UNTIL NEW-CARD-FILE-STATUS = "10"
               READ NEW-CARD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD FUNCTION MOD(NEWCRD-NUMBER 100000000)
                   TO WS-NEW-KEY-HASH
               READ OLD-CARD-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWCRD-MASTER-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDCRD-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-CARD-FILE
           CLOSE NEW-CARD-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-CARD-FILE-EXIT.
           EXIT.

       CONVERT-PRODUCT-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-PRODUCT-FILE
           IF OLD-PRODUCT-FILE-STATUS NOT = "00"
               MOVE "product_master.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-PRODUCT-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-PRODUCT-FILE
           PERFORM UNTIL OLD-PRODUCT-FILE-STATUS = "10"
               READ OLD-PRODUCT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               INITIALIZE NEWPRD-PRODUCT-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDPRD-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWPRD-PRODUCT-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWPRD-PRODUCT-RECORD
               IF NEW-PRODUCT-FILE-STATUS NOT = "00"
                   MOVE "WRITE to product_master_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-PRODUCT-FILE
           CLOSE NEW-PRODUCT-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-PRODUCT-FILE-EXIT
           END-IF
           OPEN INPUT OLD-PRODUCT-FILE
           OPEN INPUT NEW-PRODUCT-FILE
           PERFORM UNTIL NEW-PRODUCT-FILE-STATUS = "10"
               READ NEW-PRODUCT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               READ OLD-PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWPRD-PRODUCT-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDPRD-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-PRODUCT-FILE
           CLOSE NEW-PRODUCT-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-PRODUCT-FILE-EXIT.
           EXIT.

       CONVERT-TXN-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-TXN-FILE
           IF OLD-TXN-FILE-STATUS NOT = "00"
               MOVE "transaction.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-TXN-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-TXN-FILE
           PERFORM UNTIL OLD-TXN-FILE-STATUS = "10"
               READ OLD-TXN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDTXN-ID TO WS-OLD-KEY-HASH
               ADD OLDTXN-AMOUNT TO WS-OLD-AMOUNT
               INITIALIZE NEWTXN-DB-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDTXN-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWTXN-DB-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWTXN-DB-RECORD
               IF NEW-TXN-FILE-STATUS NOT = "00"
                   MOVE "WRITE to transaction_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-TXN-FILE
           CLOSE NEW-TXN-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-TXN-FILE-EXIT
           END-IF
           OPEN INPUT OLD-TXN-FILE
           OPEN INPUT NEW-TXN-FILE
           PERFORM UNTIL NEW-TXN-FILE-STATUS = "10"
               READ NEW-TXN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWTXN-ID TO WS-NEW-KEY-HASH
               ADD NEWTXN-AMOUNT TO WS-NEW-AMOUNT
               READ OLD-TXN-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWTXN-DB-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDTXN-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-TXN-FILE
           CLOSE NEW-TXN-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-TXN-FILE-EXIT.
           EXIT.

      *> Every closed month LEDGER_ROLLOVER has carved out of
      *> transaction.db holds its rows in the layout transaction.db
      *> had at the time, so the segments move on with it - each one
      *> built beside the old, proved and swapped in as transaction.db
      *> itself is, before transaction.db is touched. A segment
      *> already in the new layout (converted by an earlier run that
      *> stopped part way) is left as it is.
       CONVERT-LEDGER-SEGMENTS.
           MOVE 0 TO WS-SEGS-CONVERTED
           OPEN INPUT SEGMENT-CATALOG-FILE
           IF SEGMENT-CATALOG-FILE-STATUS = "35"
               GO TO CONVERT-LEDGER-SEGMENTS-EXIT
           END-IF
           IF SEGMENT-CATALOG-FILE-STATUS NOT = "00"
               MOVE "ledger_segments.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-LEDGER-SEGMENTS-EXIT
           END-IF
           PERFORM UNTIL SEGMENT-CATALOG-FILE-STATUS = "10"
               READ SEGMENT-CATALOG-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM CONVERT-ONE-SEGMENT
                   THRU CONVERT-ONE-SEGMENT-EXIT
               IF WS-FAILED = 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE SEGMENT-CATALOG-FILE
           DISPLAY "Ledger segments converted: " WS-SEGS-CONVERTED.
       CONVERT-LEDGER-SEGMENTS-EXIT.
           EXIT.

       CONVERT-ONE-SEGMENT.
           MOVE SPACES TO WS-SEG-OLD-NAME WS-SEG-NEW-NAME WS-SEG-BASE
           MOVE LSG-FILE-NAME TO WS-SEG-OLD-NAME
           STRING LSG-FILE-NAME DELIMITED BY ".db"
               INTO WS-SEG-BASE
           STRING WS-SEG-BASE DELIMITED BY SPACE
               "_convert.db" DELIMITED BY SIZE
               INTO WS-SEG-NEW-NAME
      *>   The first record says which layout the segment is in.
           OPEN INPUT OLD-SEG-FILE
           IF OLD-SEG-FILE-STATUS NOT = "00"
               DISPLAY "*** Ledger segment " WS-SEG-OLD-NAME
                   " is catalogued but could not be opened."
               MOVE "a ledger segment could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-ONE-SEGMENT-EXIT
           END-IF
           MOVE 0 TO WS-READ-LENGTH
           READ OLD-SEG-FILE NEXT RECORD
               AT END
                   MOVE 0 TO WS-READ-LENGTH
           END-READ
           CLOSE OLD-SEG-FILE
           IF WS-READ-LENGTH = 0
               GO TO CONVERT-ONE-SEGMENT-EXIT
           END-IF
           IF WS-READ-LENGTH = WS-NEW-LENGTH
               DISPLAY WS-SEG-OLD-NAME " is already in layout "
                   WS-TO-LAYOUT "."
               GO TO CONVERT-ONE-SEGMENT-EXIT
           END-IF
           IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
               DISPLAY "*** Ledger segment " WS-SEG-OLD-NAME
                   " has records of " WS-READ-LENGTH " bytes."
               MOVE "a ledger segment is in an unknown layout"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-ONE-SEGMENT-EXIT
           END-IF
           DISPLAY "Ledger segment " WS-SEG-OLD-NAME ":"
           PERFORM COPY-ONE-SEGMENT THRU COPY-ONE-SEGMENT-EXIT
           IF WS-FAILED = 1
               DISPLAY "*** Ledger segment " WS-SEG-OLD-NAME
                   " not converted: " WS-FAIL-REASON
               GO TO CONVERT-ONE-SEGMENT-EXIT
           END-IF
           MOVE WS-SEG-OLD-NAME TO WS-SWAP-NAME
           MOVE WS-SEG-BASE TO WS-SWAP-BASE
           PERFORM SWAP-IN-NEW-FILE THRU SWAP-IN-NEW-FILE-EXIT
           IF WS-FAILED = 0
               ADD 1 TO WS-SEGS-CONVERTED
           END-IF.
       CONVERT-ONE-SEGMENT-EXIT.
           EXIT.

       COPY-ONE-SEGMENT.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-SEG-FILE
           IF OLD-SEG-FILE-STATUS NOT = "00"
               MOVE "the ledger segment could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO COPY-ONE-SEGMENT-EXIT
           END-IF
           OPEN OUTPUT NEW-SEG-FILE
           PERFORM UNTIL OLD-SEG-FILE-STATUS = "10"
               READ OLD-SEG-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDSEG-ID TO WS-OLD-KEY-HASH
               ADD OLDSEG-AMOUNT TO WS-OLD-AMOUNT
               INITIALIZE NEWSEG-DB-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDSEG-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWSEG-DB-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWSEG-DB-RECORD
               IF NEW-SEG-FILE-STATUS NOT = "00"
                   MOVE "WRITE to the converted segment failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-SEG-FILE
           CLOSE NEW-SEG-FILE
           IF WS-FAILED = 1
               GO TO COPY-ONE-SEGMENT-EXIT
           END-IF
           OPEN INPUT OLD-SEG-FILE
           OPEN INPUT NEW-SEG-FILE
           PERFORM UNTIL NEW-SEG-FILE-STATUS = "10"
               READ NEW-SEG-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWSEG-ID TO WS-NEW-KEY-HASH
               ADD NEWSEG-AMOUNT TO WS-NEW-AMOUNT
               READ OLD-SEG-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWSEG-DB-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDSEG-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-SEG-FILE
           CLOSE NEW-SEG-FILE
           PERFORM PROVE-TOTALS.
       COPY-ONE-SEGMENT-EXIT.
           EXIT.

       CONVERT-ARCHIVE-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-ARCHIVE-FILE
           IF OLD-ARCHIVE-FILE-STATUS NOT = "00"
               MOVE "balance_archive.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-ARCHIVE-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-ARCHIVE-FILE
           PERFORM UNTIL OLD-ARCHIVE-FILE-STATUS = "10"
               READ OLD-ARCHIVE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDARB-ID TO WS-OLD-KEY-HASH
               ADD OLDARB-BALANCE TO WS-OLD-AMOUNT
               INITIALIZE NEWARB-ARCHIVE-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDARB-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWARB-ARCHIVE-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWARB-ARCHIVE-RECORD
               IF NEW-ARCHIVE-FILE-STATUS NOT = "00"
                   MOVE "WRITE to balance_archive_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-ARCHIVE-FILE
           CLOSE NEW-ARCHIVE-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-ARCHIVE-FILE-EXIT
           END-IF
           OPEN INPUT OLD-ARCHIVE-FILE
           OPEN INPUT NEW-ARCHIVE-FILE
           PERFORM UNTIL NEW-ARCHIVE-FILE-STATUS = "10"
               READ NEW-ARCHIVE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWARB-ID TO WS-NEW-KEY-HASH
               ADD NEWARB-BALANCE TO WS-NEW-AMOUNT
               READ OLD-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWARB-ARCHIVE-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDARB-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-ARCHIVE-FILE
           CLOSE NEW-ARCHIVE-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-ARCHIVE-FILE-EXIT.
           EXIT.

       CONVERT-CONTACT-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-CONTACT-FILE
           IF OLD-CONTACT-FILE-STATUS NOT = "00"
               MOVE "contact_prefs.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-CONTACT-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-CONTACT-FILE
           PERFORM UNTIL OLD-CONTACT-FILE-STATUS = "10"
               READ OLD-CONTACT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDCP-USER-ID TO WS-OLD-KEY-HASH
               INITIALIZE NEWCP-PREF-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDCP-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWCP-PREF-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWCP-PREF-RECORD
               IF NEW-CONTACT-FILE-STATUS NOT = "00"
                   MOVE "WRITE to contact_prefs_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-CONTACT-FILE
           CLOSE NEW-CONTACT-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-CONTACT-FILE-EXIT
           END-IF
           OPEN INPUT OLD-CONTACT-FILE
           OPEN INPUT NEW-CONTACT-FILE
           PERFORM UNTIL NEW-CONTACT-FILE-STATUS = "10"
               READ NEW-CONTACT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWCP-USER-ID TO WS-NEW-KEY-HASH
               READ OLD-CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWCP-PREF-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDCP-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-CONTACT-FILE
           CLOSE NEW-CONTACT-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-CONTACT-FILE-EXIT.
           EXIT.

       CONVERT-MONTHEND-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-MONTHEND-FILE
           IF OLD-MONTHEND-FILE-STATUS NOT = "00"
               MOVE "month_end_control.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-MONTHEND-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-MONTHEND-FILE
           PERFORM UNTIL OLD-MONTHEND-FILE-STATUS = "10"
               READ OLD-MONTHEND-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDME-MONTH TO WS-OLD-KEY-HASH
               INITIALIZE NEWME-MONTH-END-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDME-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWME-MONTH-END-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWME-MONTH-END-RECORD
               IF NEW-MONTHEND-FILE-STATUS NOT = "00"
                   MOVE "WRITE to the converted file failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-MONTHEND-FILE
           CLOSE NEW-MONTHEND-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-MONTHEND-FILE-EXIT
           END-IF
           OPEN INPUT OLD-MONTHEND-FILE
           OPEN INPUT NEW-MONTHEND-FILE
           PERFORM UNTIL NEW-MONTHEND-FILE-STATUS = "10"
               READ NEW-MONTHEND-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWME-MONTH TO WS-NEW-KEY-HASH
               READ OLD-MONTHEND-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWME-MONTH-END-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDME-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-MONTHEND-FILE
           CLOSE NEW-MONTHEND-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-MONTHEND-FILE-EXIT.
           EXIT.

       CONVERT-QUOTE-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-QUOTE-FILE
           IF OLD-QUOTE-FILE-STATUS NOT = "00"
               MOVE "payoff_quotes.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-QUOTE-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-QUOTE-FILE
           PERFORM UNTIL OLD-QUOTE-FILE-STATUS = "10"
               READ OLD-QUOTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDPQ-QUOTE-NO TO WS-OLD-KEY-HASH
               INITIALIZE NEWPQ-QUOTE-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDPQ-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWPQ-QUOTE-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWPQ-QUOTE-RECORD
               IF NEW-QUOTE-FILE-STATUS NOT = "00"
                   MOVE "WRITE to payoff_quotes_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-QUOTE-FILE
           CLOSE NEW-QUOTE-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-QUOTE-FILE-EXIT
           END-IF
           OPEN INPUT OLD-QUOTE-FILE
           OPEN INPUT NEW-QUOTE-FILE
           PERFORM UNTIL NEW-QUOTE-FILE-STATUS = "10"
               READ NEW-QUOTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWPQ-QUOTE-NO TO WS-NEW-KEY-HASH
               READ OLD-QUOTE-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWPQ-QUOTE-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDPQ-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-QUOTE-FILE
           CLOSE NEW-QUOTE-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-QUOTE-FILE-EXIT.
           EXIT.

       CONVERT-PRICING-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-PRICING-FILE
           IF OLD-PRICING-FILE-STATUS NOT = "00"
               MOVE "pricing_exceptions.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-PRICING-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-PRICING-FILE
           PERFORM UNTIL OLD-PRICING-FILE-STATUS = "10"
               READ OLD-PRICING-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDPX-USER-ID TO WS-OLD-KEY-HASH
               INITIALIZE NEWPX-EXC-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDPX-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWPX-EXC-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWPX-EXC-RECORD
               IF NEW-PRICING-FILE-STATUS NOT = "00"
                   MOVE "WRITE to the converted file failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-PRICING-FILE
           CLOSE NEW-PRICING-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-PRICING-FILE-EXIT
           END-IF
           OPEN INPUT OLD-PRICING-FILE
           OPEN INPUT NEW-PRICING-FILE
           PERFORM UNTIL NEW-PRICING-FILE-STATUS = "10"
               READ NEW-PRICING-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWPX-USER-ID TO WS-NEW-KEY-HASH
               READ OLD-PRICING-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWPX-EXC-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDPX-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-PRICING-FILE
           CLOSE NEW-PRICING-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-PRICING-FILE-EXIT.
           EXIT.

       CONVERT-SAFEBOX-FILE.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT WS-OLD-KEY-HASH
               WS-NEW-KEY-HASH WS-OLD-AMOUNT WS-NEW-AMOUNT
           OPEN INPUT OLD-SAFEBOX-FILE
           IF OLD-SAFEBOX-FILE-STATUS NOT = "00"
               MOVE "safe_boxes.db could not be opened"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               GO TO CONVERT-SAFEBOX-FILE-EXIT
           END-IF
           OPEN OUTPUT NEW-SAFEBOX-FILE
           PERFORM UNTIL OLD-SAFEBOX-FILE-STATUS = "10"
               READ OLD-SAFEBOX-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-READ-LENGTH NOT = WS-OLD-LENGTH
                   MOVE "record length differs from control record"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-COUNT
               ADD OLDSB-BOX-NO TO WS-OLD-KEY-HASH
               INITIALIZE NEWSB-BOX-RECORD
                   WITH FILLER ALL TO VALUE THEN TO DEFAULT
               MOVE OLDSB-IMAGE(1:WS-OLD-LENGTH)
                   TO NEWSB-BOX-RECORD(1:WS-OLD-LENGTH)
               WRITE NEWSB-BOX-RECORD
               IF NEW-SAFEBOX-FILE-STATUS NOT = "00"
                   MOVE "WRITE to safe_boxes_convert.db failed"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-SAFEBOX-FILE
           CLOSE NEW-SAFEBOX-FILE
           IF WS-FAILED = 1
               GO TO CONVERT-SAFEBOX-FILE-EXIT
           END-IF
           OPEN INPUT OLD-SAFEBOX-FILE
           OPEN INPUT NEW-SAFEBOX-FILE
           PERFORM UNTIL NEW-SAFEBOX-FILE-STATUS = "10"
               READ NEW-SAFEBOX-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NEW-COUNT
               ADD NEWSB-BOX-NO TO WS-NEW-KEY-HASH
               READ OLD-SAFEBOX-FILE NEXT RECORD
                   AT END
                       MOVE "new file has records the old had not"
                           TO WS-FAIL-REASON
                       MOVE 1 TO WS-FAILED
                       EXIT PERFORM
               END-READ
               IF NEWSB-BOX-RECORD(1:WS-OLD-LENGTH)
                  NOT = OLDSB-IMAGE(1:WS-OLD-LENGTH)
                   MOVE "a record did not carry across unchanged"
                       TO WS-FAIL-REASON
                   MOVE 1 TO WS-FAILED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OLD-SAFEBOX-FILE
           CLOSE NEW-SAFEBOX-FILE
           PERFORM PROVE-TOTALS.
       CONVERT-SAFEBOX-FILE-EXIT.
           EXIT.

       PROVE-TOTALS.
           DISPLAY "Records:          " WS-OLD-COUNT " old, "
               WS-NEW-COUNT " new"
           DISPLAY "Key hash total:   " WS-OLD-KEY-HASH " old, "
               WS-NEW-KEY-HASH " new"
           EVALUATE WS-CHOICE
               WHEN 2
                   DISPLAY "Balance total:    " WS-OLD-AMOUNT " old, "
                       WS-NEW-AMOUNT " new"
               WHEN 3
                   DISPLAY "Remaining total:  " WS-OLD-AMOUNT " old, "
                       WS-NEW-AMOUNT " new"
               WHEN 7
                   DISPLAY "Amount total:     " WS-OLD-AMOUNT " old, "
                       WS-NEW-AMOUNT " new"
               WHEN 8
                   DISPLAY "Balance total:    " WS-OLD-AMOUNT " old, "
                       WS-NEW-AMOUNT " new"
           END-EVALUATE
           IF WS-FAILED = 0
              AND (WS-NEW-COUNT NOT = WS-OLD-COUNT
                   OR WS-NEW-KEY-HASH NOT = WS-OLD-KEY-HASH
                   OR WS-NEW-AMOUNT NOT = WS-OLD-AMOUNT)
               MOVE "record count or hash totals do not prove"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
           END-IF.

      *> Only a proved file gets here. The old file is kept under
      *> its layout number rather than deleted, the way back should
      *> the release itself have to be backed out.
       SWAP-IN-NEW-FILE.
           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME WS-KEEP-NAME
           MOVE WS-SWAP-NAME TO WS-OLD-NAME
           STRING WS-SWAP-BASE DELIMITED BY SPACE
               "_convert.db" DELIMITED BY SIZE
               INTO WS-NEW-NAME
           STRING WS-SWAP-BASE DELIMITED BY SPACE
               "_layout" WS-FROM-LAYOUT ".db" DELIMITED BY SIZE
               INTO WS-KEEP-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-KEEP-NAME
               WS-FILE-INFO
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS = 0
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                   RETURNING WS-CALL-STATUS
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-KEEP-NAME
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS NOT = 0
               MOVE "the old file could not be set aside"
                   TO WS-FAIL-REASON
               MOVE 1 TO WS-FAILED
               DISPLAY "*** " WS-SWAP-NAME " not converted: "
                   WS-FAIL-REASON
               GO TO SWAP-IN-NEW-FILE-EXIT
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-OLD-NAME
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS NOT = 0
               MOVE 1 TO WS-FAILED
               DISPLAY "*** Could not move " WS-NEW-NAME " in as "
                   WS-OLD-NAME " - the old file is " WS-KEEP-NAME
                   "; put one of them back by hand."
               GO TO SWAP-IN-NEW-FILE-EXIT
           END-IF
           DISPLAY "Previous file kept as " WS-KEEP-NAME.
       SWAP-IN-NEW-FILE-EXIT.
           EXIT.

       RECORD-CONVERSION.
           MOVE WS-FROM-LAYOUT TO FL-PRIOR-VERSION
           MOVE WS-TO-LAYOUT TO FL-LAYOUT-VERSION
           MOVE WS-NEW-LENGTH TO FL-RECORD-LENGTH
           MOVE WS-NEW-COUNT TO FL-RECORD-COUNT
           MOVE WS-NEW-KEY-HASH TO FL-KEY-HASH
           MOVE WS-NEW-AMOUNT TO FL-AMOUNT-HASH
           MOVE WS-BUSINESS-DATE TO FL-CHANGED-DATE
           MOVE WS-PROGRAM TO FL-CHANGED-BY
           REWRITE FILE-LAYOUT-RECORD
           MOVE SPACES TO WS-CHANGE-KEY WS-OLD-VALUE WS-NEW-VALUE
           MOVE WS-FILE-NAME TO WS-CHANGE-KEY
           MOVE WS-FROM-LAYOUT TO WS-OLD-VALUE
           MOVE WS-TO-LAYOUT TO WS-NEW-VALUE
           CALL "LOG_REF_CHANGE" USING WS-PROGRAM WS-CHANGE-KEY
               WS-CHANGE-FIELD WS-OLD-VALUE WS-NEW-VALUE
           DISPLAY WS-FILE-NAME " converted to layout " WS-TO-LAYOUT
               ": " WS-NEW-COUNT " records proved.".
