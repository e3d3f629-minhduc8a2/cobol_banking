       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK_FILE_LAYOUT.

      *> Shared master file layout gate. LK-LAYOUT is the layout
      *> version of LK-FILE-NAME the calling program was built for
      *> (file_layouts.cpy); LK-LAYOUT-OK comes back 1 only when the
      *> file's control record in layout_control.db states the same
      *> version, and otherwise 0 with the reason shown - the caller
      *> must not open the file. LK-ACTION is
      *>   CHECK    the ordinary question;
      *>   CREATED  the caller has just created the file empty, so
      *>            it is in the caller's layout - the control
      *>            record is written (or rewritten) to say so.
      *> A file with no control record yet predates them and is in
      *> layout 1, each record as the system first shipped it; it
      *> is given its control record, with the layout 1 record
      *> length, on the first check. A file that does not exist yet
      *> will be created by this release, in the caller's layout,
      *> and is stamped so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-LAYOUT-FILE ASSIGN TO "layout_control.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-FILE-NAME
               FILE STATUS IS FILE-LAYOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-LAYOUT-FILE.
       COPY "file_layout_record.cpy".

       WORKING-STORAGE SECTION.
       01 FILE-LAYOUT-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-ON-FILE       PIC 9 VALUE 0.
       01 WS-RECORD-LENGTH PIC 9(5) VALUE 0.
       01 WS-FIRST-LENGTH  PIC 9(5) VALUE 0.
       01 WS-EXIST-NAME    PIC X(30).
       01 WS-FILE-INFO.
           05 WS-FI-SIZE   PIC 9(18) COMP.
           05 WS-FI-DATE   PIC 9(8)  COMP.
           05 WS-FI-TIME   PIC 9(8)  COMP.
       01 WS-CALL-STATUS   PIC S9(9) COMP.
      *> The record layouts of this build, for their lengths.
       COPY "user_record.cpy"
           REPLACING LEADING ==USER-REC== BY ==LENUSR==
                     LEADING ==USER-DB== BY ==LENUSR-DB==.
       COPY "balance_record.cpy"
           REPLACING LEADING ==BALANCE-REC== BY ==LENBAL==
                     LEADING ==BALANCE-DB== BY ==LENBAL-DB==.
       COPY "loan_record.cpy"
           REPLACING LEADING ==LN== BY ==LENLN==
                     LEADING ==LOAN-MASTER== BY ==LENLN-MASTER==.
       COPY "loan_schedule_record.cpy"
           REPLACING LEADING ==LS== BY ==LENLS==
                     LEADING ==LOAN-SCHEDULE== BY ==LENLS-SCHEDULE==.
       COPY "card_record.cpy"
           REPLACING LEADING ==CARD== BY ==LENCRD==.
       COPY "product_record.cpy"
           REPLACING LEADING ==PRD== BY ==LENPRD==
                     LEADING ==PRODUCT== BY ==LENPRD-PRODUCT==.
       COPY "transaction_record.cpy"
           REPLACING LEADING ==TXN== BY ==LENTXN==
                     LEADING ==TRANSACTION-DB== BY ==LENTXN-DB==.
       COPY "balance_archive_record.cpy"
           REPLACING LEADING ==ARCH-BAL== BY ==LENARB==
                     LEADING ==BALANCE-ARCHIVE== BY ==LENARB-ARCHIVE==.
       COPY "contact_pref_record.cpy"
           REPLACING LEADING ==CP== BY ==LENCP==
                     LEADING ==CONTACT-PREF== BY ==LENCP-PREF==.
       COPY "month_end_record.cpy"
           REPLACING LEADING ==ME== BY ==LENME==
                     LEADING ==MONTH-END== BY ==LENME-MONTH-END==.
       COPY "payoff_quote_record.cpy"
           REPLACING LEADING ==PQ== BY ==LENPQ==
                     LEADING ==PAYOFF-QUOTE== BY ==LENPQ-QUOTE==.
       COPY "pricing_exception_record.cpy"
           REPLACING LEADING ==PX== BY ==LENPX==
                     LEADING ==PRICING-EXC== BY ==LENPX-EXC==.
       COPY "safe_box_record.cpy"
           REPLACING LEADING ==SB== BY ==LENSB==
                     LEADING ==SAFE-BOX== BY ==LENSB-BOX==.

       LINKAGE SECTION.
       01 LK-ACTION        PIC X(8).
       01 LK-FILE-NAME     PIC X(20).
       01 LK-LAYOUT        PIC 9(3).
       01 LK-PROGRAM       PIC X(20).
       01 LK-LAYOUT-OK     PIC 9.

       PROCEDURE DIVISION USING LK-ACTION LK-FILE-NAME LK-LAYOUT
                                LK-PROGRAM LK-LAYOUT-OK.
       MAIN-PARA.
           MOVE 0 TO LK-LAYOUT-OK
      *>   This build's record length, and the record length of
      *>   layout 1 - the record as first shipped.
           EVALUATE LK-FILE-NAME
               WHEN "user.db"
                   MOVE FUNCTION LENGTH(LENUSR-DB-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 177 TO WS-FIRST-LENGTH
               WHEN "balance.db"
                   MOVE FUNCTION LENGTH(LENBAL-DB-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 62 TO WS-FIRST-LENGTH
               WHEN "loan_master.db"
                   MOVE FUNCTION LENGTH(LENLN-MASTER-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 114 TO WS-FIRST-LENGTH
               WHEN "loan_schedule.db"
                   MOVE FUNCTION LENGTH(LENLS-SCHEDULE-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 70 TO WS-FIRST-LENGTH
               WHEN "card_master.db"
                   MOVE FUNCTION LENGTH(LENCRD-MASTER-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 45 TO WS-FIRST-LENGTH
               WHEN "product_master.db"
                   MOVE FUNCTION LENGTH(LENPRD-PRODUCT-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 112 TO WS-FIRST-LENGTH
               WHEN "transaction.db"
                   MOVE FUNCTION LENGTH(LENTXN-DB-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 146 TO WS-FIRST-LENGTH
               WHEN "balance_archive.db"
                   MOVE FUNCTION LENGTH(LENARB-ARCHIVE-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 95 TO WS-FIRST-LENGTH
               WHEN "contact_prefs.db"
                   MOVE FUNCTION LENGTH(LENCP-PREF-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 20 TO WS-FIRST-LENGTH
               WHEN "month_end_control.db"
                   MOVE FUNCTION LENGTH(LENME-MONTH-END-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 48 TO WS-FIRST-LENGTH
               WHEN "payoff_quotes.db"
                   MOVE FUNCTION LENGTH(LENPQ-QUOTE-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 100 TO WS-FIRST-LENGTH
               WHEN "pricing_exceptions.db"
                   MOVE FUNCTION LENGTH(LENPX-EXC-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 52 TO WS-FIRST-LENGTH
               WHEN "safe_boxes.db"
                   MOVE FUNCTION LENGTH(LENSB-BOX-RECORD)
                       TO WS-RECORD-LENGTH
                   MOVE 38 TO WS-FIRST-LENGTH
           END-EVALUATE
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O FILE-LAYOUT-FILE
           IF FILE-LAYOUT-FILE-STATUS = "35"
               OPEN OUTPUT FILE-LAYOUT-FILE
               CLOSE FILE-LAYOUT-FILE
               OPEN I-O FILE-LAYOUT-FILE
           END-IF
           IF FILE-LAYOUT-FILE-STATUS NOT = "00"
               CALL "EXPLAIN_FILE_STATUS" USING
                   "layout_control.db   " FILE-LAYOUT-FILE-STATUS
               DISPLAY "*** " LK-FILE-NAME " not opened - its layout "
                   "cannot be checked."
               GOBACK
           END-IF
           MOVE 1 TO WS-ON-FILE
           MOVE LK-FILE-NAME TO FL-FILE-NAME
           READ FILE-LAYOUT-FILE
               INVALID KEY
                   MOVE 0 TO WS-ON-FILE
           END-READ
           IF LK-ACTION = "CREATED"
               PERFORM STAMP-CREATED-FILE
           ELSE
               IF WS-ON-FILE = 0
                   PERFORM STAMP-FIRST-LAYOUT
               END-IF
           END-IF
      *>   A layout 1 control record written before its length was
      *>   known is given it now, so the file can be converted.
           IF FL-LAYOUT-VERSION = 1 AND FL-RECORD-LENGTH = 0
               MOVE WS-FIRST-LENGTH TO FL-RECORD-LENGTH
               REWRITE FILE-LAYOUT-RECORD
           END-IF
           IF FL-LAYOUT-VERSION = LK-LAYOUT
               MOVE 1 TO LK-LAYOUT-OK
               IF FL-RECORD-LENGTH = 0
                   MOVE WS-RECORD-LENGTH TO FL-RECORD-LENGTH
                   REWRITE FILE-LAYOUT-RECORD
               END-IF
           ELSE
               DISPLAY "*** " LK-FILE-NAME " is in record layout "
                   FL-LAYOUT-VERSION " but " LK-PROGRAM
                   " is built for layout " LK-LAYOUT
                   " - the file is not opened."
               IF FL-LAYOUT-VERSION < LK-LAYOUT
                   DISPLAY "    Convert the file with "
                       "CONVERT_FILE_LAYOUT before running this "
                       "release."
               ELSE
                   DISPLAY "    The file has been converted for a "
                       "later release - run that release."
               END-IF
           END-IF
           CLOSE FILE-LAYOUT-FILE
           GOBACK.

       STAMP-CREATED-FILE.
           INITIALIZE FILE-LAYOUT-RECORD
           MOVE LK-FILE-NAME TO FL-FILE-NAME
           MOVE LK-LAYOUT TO FL-LAYOUT-VERSION
           MOVE WS-RECORD-LENGTH TO FL-RECORD-LENGTH
           MOVE WS-BUSINESS-DATE TO FL-CHANGED-DATE
           MOVE LK-PROGRAM TO FL-CHANGED-BY
           IF WS-ON-FILE = 1
               REWRITE FILE-LAYOUT-RECORD
           ELSE
               WRITE FILE-LAYOUT-RECORD
           END-IF.

      *> No control record: a file already there predates control
      *> records and is in layout 1; one not yet there will be
      *> created by this release, in the caller's layout.
       STAMP-FIRST-LAYOUT.
           INITIALIZE FILE-LAYOUT-RECORD
           MOVE LK-FILE-NAME TO FL-FILE-NAME
           MOVE SPACES TO WS-EXIST-NAME
           MOVE LK-FILE-NAME TO WS-EXIST-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-EXIST-NAME
               WS-FILE-INFO
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS = 0
               MOVE 1 TO FL-LAYOUT-VERSION
               MOVE WS-FIRST-LENGTH TO FL-RECORD-LENGTH
           ELSE
               MOVE LK-LAYOUT TO FL-LAYOUT-VERSION
               MOVE WS-RECORD-LENGTH TO FL-RECORD-LENGTH
           END-IF
           MOVE WS-BUSINESS-DATE TO FL-CHANGED-DATE
           MOVE LK-PROGRAM TO FL-CHANGED-BY
           WRITE FILE-LAYOUT-RECORD.
