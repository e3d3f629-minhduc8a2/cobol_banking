       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN_MAINT.

      *> Marketing campaign maintenance: lists, sets up and closes
      *> the campaigns in CAMPAIGN-FILE - the offer, the product it
      *> promotes, the selection criteria CAMPAIGN_LIST_BUILD
      *> applies and the run dates. A campaign can be changed only
      *> while it is a draft; once its target list is built the
      *> criteria stand as they were selected on, and closing it
      *> ends response tracking. A draft that is closed is simply
      *> removed. Every change goes to the reference-data audit
      *> trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "campaigns.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS CAMPAIGN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE.
       COPY "campaign_record.cpy".

       WORKING-STORAGE SECTION.
       01 CAMPAIGN-FILE-STATUS PIC XX.
       01 CHOICE               PIC 9 VALUE 0.
       01 WS-ID-INPUT          PIC X(10).
       01 WS-TEXT-INPUT        PIC X(30).
       01 WS-PRODUCT-INPUT     PIC X(10).
       01 WS-PRODUCT-IDX       PIC 9.
       01 WS-VALID             PIC 9 VALUE 0.
       01 WS-IS-NEW            PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-BD-OPEN-FLAG      PIC 9 VALUE 1.
       01 WS-DATE-CHECK        PIC 9(8).
       01 WS-DISP-AMOUNT       PIC Z(9)9.99.
       01 WS-DISP-COUNT        PIC Z(6)9.
       01 WS-RC-PROGRAM        PIC X(20) VALUE "CAMPAIGN_MAINT".
       01 WS-RC-KEY            PIC X(30).
       01 WS-RC-FIELD          PIC X(20) VALUE "CAMPAIGN".
       01 WS-RC-OLD            PIC X(30).
       01 WS-RC-NEW            PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Marketing campaign maintenance."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O CAMPAIGN-FILE
           IF CAMPAIGN-FILE-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-FILE
               CLOSE CAMPAIGN-FILE
               OPEN I-O CAMPAIGN-FILE
           END-IF
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List campaigns"
               DISPLAY "2. Add / update a draft campaign"
               DISPLAY "3. Close campaign"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-CAMPAIGNS
                           THRU LIST-CAMPAIGNS-EXIT
                   WHEN 2
                       PERFORM UPSERT-CAMPAIGN
                           THRU UPSERT-CAMPAIGN-EXIT
                   WHEN 3
                       PERFORM CLOSE-CAMPAIGN
                           THRU CLOSE-CAMPAIGN-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE CAMPAIGN-FILE
           GOBACK.

       LIST-CAMPAIGNS.
           MOVE LOW-VALUES TO CMP-ID
           START CAMPAIGN-FILE KEY IS >= CMP-ID
               INVALID KEY
                   DISPLAY "No campaigns on file."
                   GO TO LIST-CAMPAIGNS-EXIT
           END-START
           PERFORM UNTIL CAMPAIGN-FILE-STATUS = "10"
               READ CAMPAIGN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM SHOW-CAMPAIGN
               END-READ
           END-PERFORM.
       LIST-CAMPAIGNS-EXIT.
           EXIT.

       SHOW-CAMPAIGN.
           DISPLAY CMP-ID " (" CMP-STATUS ") " CMP-OFFER
           DISPLAY "   promotes " CMP-PROMOTED-PRODUCT
               "  runs " CMP-START-DATE " to " CMP-END-DATE
           DISPLAY "   holds " CMP-HELD-PRODUCT(1) " "
               CMP-HELD-PRODUCT(2) " " CMP-HELD-PRODUCT(3)
               "  not " CMP-NOT-HELD-PRODUCT(1) " "
               CMP-NOT-HELD-PRODUCT(2) " " CMP-NOT-HELD-PRODUCT(3)
           MOVE CMP-BAND-MIN TO WS-DISP-AMOUNT
           DISPLAY "   average " CMP-BAND-PRODUCT " over "
               CMP-BAND-DAYS " days from " WS-DISP-AMOUNT
               WITH NO ADVANCING
           MOVE CMP-BAND-MAX TO WS-DISP-AMOUNT
           DISPLAY " to " WS-DISP-AMOUNT
           DISPLAY "   tenure " CMP-MIN-TENURE " months+  branch "
               CMP-BRANCH "  age " CMP-MIN-AGE "-" CMP-MAX-AGE
           IF NOT CMP-IS-DRAFT
               MOVE CMP-TARGET-COUNT TO WS-DISP-COUNT
               DISPLAY "   built " CMP-BUILT-DATE "  targets "
                   WS-DISP-COUNT WITH NO ADVANCING
               MOVE CMP-RESPONSE-COUNT TO WS-DISP-COUNT
               DISPLAY "  responses " WS-DISP-COUNT
           END-IF.

       UPSERT-CAMPAIGN.
           DISPLAY "Campaign code (up to 10 characters): "
           ACCEPT WS-ID-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ID-INPUT) TO WS-ID-INPUT
           IF WS-ID-INPUT = SPACES
               DISPLAY "A campaign code is required."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           MOVE WS-ID-INPUT TO CMP-ID
           MOVE WS-ID-INPUT TO WS-RC-KEY
           MOVE 0 TO WS-IS-NEW
           READ CAMPAIGN-FILE
               INVALID KEY
                   MOVE 1 TO WS-IS-NEW
           END-READ
           IF WS-IS-NEW = 1
               INITIALIZE CAMPAIGN-RECORD
               MOVE WS-ID-INPUT TO CMP-ID
               MOVE "D" TO CMP-STATUS
               MOVE "NEW" TO WS-RC-OLD
           ELSE
               IF NOT CMP-IS-DRAFT
                   DISPLAY "Campaign " CMP-ID " has its target list "
                       "built - its criteria can no longer change."
                   GO TO UPSERT-CAMPAIGN-EXIT
               END-IF
               PERFORM SHOW-CAMPAIGN
               MOVE SPACES TO WS-RC-OLD
               STRING CMP-PROMOTED-PRODUCT " " CMP-START-DATE "-"
                   CMP-END-DATE
                   DELIMITED BY SIZE INTO WS-RC-OLD
           END-IF
           DISPLAY "Offer description: "
           ACCEPT CMP-OFFER
           DISPLAY "Promoted product (account type, e.g. SAVINGS): "
           ACCEPT WS-PRODUCT-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-INPUT)
               TO CMP-PROMOTED-PRODUCT
           IF CMP-PROMOTED-PRODUCT = SPACES
               DISPLAY "A campaign must promote a product - nothing "
                   "saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           PERFORM ACCEPT-HELD-PRODUCT
               VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 3
           PERFORM ACCEPT-NOT-HELD-PRODUCT
               VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 3
           DISPLAY "Balance band product (blank = all deposit "
               "accounts together): "
           ACCEPT WS-PRODUCT-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-INPUT)
               TO CMP-BAND-PRODUCT
           DISPLAY "Minimum average balance (0 for none): "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid amount - nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           COMPUTE CMP-BAND-MIN = FUNCTION NUMVAL(WS-TEXT-INPUT)
           DISPLAY "Maximum average balance (0 for none): "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid amount - nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           COMPUTE CMP-BAND-MAX = FUNCTION NUMVAL(WS-TEXT-INPUT)
           IF CMP-BAND-MAX NOT = 0 AND CMP-BAND-MAX < CMP-BAND-MIN
               DISPLAY "The band's maximum is below its minimum - "
                   "nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           DISPLAY "Average over how many days (e.g. 90): "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid number - nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           COMPUTE CMP-BAND-DAYS = FUNCTION NUMVAL(WS-TEXT-INPUT)
           IF CMP-BAND-DAYS = 0
               MOVE 90 TO CMP-BAND-DAYS
           END-IF
           DISPLAY "Minimum tenure in months (0 for none): "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid number - nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           COMPUTE CMP-MIN-TENURE = FUNCTION NUMVAL(WS-TEXT-INPUT)
           DISPLAY "Branch (blank for all branches): "
           ACCEPT CMP-BRANCH
           MOVE FUNCTION UPPER-CASE(CMP-BRANCH) TO CMP-BRANCH
           DISPLAY "Minimum age (0 for none): "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid age - nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           COMPUTE CMP-MIN-AGE = FUNCTION NUMVAL(WS-TEXT-INPUT)
           DISPLAY "Maximum age (0 for none): "
           ACCEPT WS-TEXT-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TEXT-INPUT) NOT = 0
               DISPLAY "Not a valid age - nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           COMPUTE CMP-MAX-AGE = FUNCTION NUMVAL(WS-TEXT-INPUT)
           IF CMP-MAX-AGE NOT = 0 AND CMP-MAX-AGE < CMP-MIN-AGE
               DISPLAY "The maximum age is below the minimum - "
                   "nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           DISPLAY "Campaign start date (YYYYMMDD): "
           ACCEPT WS-DATE-CHECK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY "Not a valid date - nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           MOVE WS-DATE-CHECK TO CMP-START-DATE
           DISPLAY "Response window ends (YYYYMMDD): "
           ACCEPT WS-DATE-CHECK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY "Not a valid date - nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           IF WS-DATE-CHECK < CMP-START-DATE
               DISPLAY "The window ends before the campaign starts - "
                   "nothing saved."
               GO TO UPSERT-CAMPAIGN-EXIT
           END-IF
           MOVE WS-DATE-CHECK TO CMP-END-DATE
           IF WS-IS-NEW = 1
               WRITE CAMPAIGN-RECORD
               DISPLAY "Campaign " CMP-ID " added as a draft."
           ELSE
               REWRITE CAMPAIGN-RECORD
               DISPLAY "Campaign " CMP-ID " updated."
           END-IF
           MOVE SPACES TO WS-RC-NEW
           STRING CMP-PROMOTED-PRODUCT " " CMP-START-DATE "-"
               CMP-END-DATE
               DELIMITED BY SIZE INTO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       UPSERT-CAMPAIGN-EXIT.
           EXIT.

       ACCEPT-HELD-PRODUCT.
           DISPLAY "Must hold product " WS-PRODUCT-IDX
               " (blank for none): "
           ACCEPT WS-PRODUCT-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-INPUT)
               TO CMP-HELD-PRODUCT(WS-PRODUCT-IDX).

       ACCEPT-NOT-HELD-PRODUCT.
           DISPLAY "Must NOT hold product " WS-PRODUCT-IDX
               " (blank for none): "
           ACCEPT WS-PRODUCT-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-INPUT)
               TO CMP-NOT-HELD-PRODUCT(WS-PRODUCT-IDX).

       CLOSE-CAMPAIGN.
           DISPLAY "Campaign code: "
           ACCEPT WS-ID-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ID-INPUT) TO WS-ID-INPUT
           MOVE WS-ID-INPUT TO CMP-ID
           MOVE WS-ID-INPUT TO WS-RC-KEY
           READ CAMPAIGN-FILE
               INVALID KEY
                   DISPLAY "No such campaign."
                   GO TO CLOSE-CAMPAIGN-EXIT
           END-READ
           IF CMP-IS-CLOSED
               DISPLAY "Campaign " CMP-ID " is already closed."
               GO TO CLOSE-CAMPAIGN-EXIT
           END-IF
           MOVE CMP-STATUS TO WS-RC-OLD
           IF CMP-IS-DRAFT
               DELETE CAMPAIGN-FILE RECORD
               DISPLAY "Draft campaign " WS-ID-INPUT " removed."
               MOVE "DELETED" TO WS-RC-NEW
           ELSE
               MOVE "C" TO CMP-STATUS
               REWRITE CAMPAIGN-RECORD
               DISPLAY "Campaign " CMP-ID " closed - responses are "
                   "no longer tracked."
               MOVE "C" TO WS-RC-NEW
           END-IF
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       CLOSE-CAMPAIGN-EXIT.
           EXIT.
