       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALYSIS_PRICE_MAINT.

      *> Supervisor maintenance for ANALYSIS-PRICE-FILE: the unit
      *> price of each service the month-end ACCOUNT_ANALYSIS run
      *> charges business accounts for. A service is a registered
      *> transaction type, priced per item posted, or MAINTENANCE,
      *> priced per account per month. An empty file can be seeded
      *> with the standard price list. Every change goes to the
      *> standing-data audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYSIS-PRICE-FILE ASSIGN TO "analysis_prices.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-SERVICE-CODE
               FILE STATUS IS ANALYSIS-PRICE-FILE-STATUS.
           SELECT TXN-TYPE-FILE ASSIGN TO "txn_types.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TT-CODE
               FILE STATUS IS TXN-TYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ANALYSIS-PRICE-FILE.
       COPY "analysis_price_record.cpy".

       FD TXN-TYPE-FILE.
       COPY "txn_type_record.cpy".

       WORKING-STORAGE SECTION.
       01 ANALYSIS-PRICE-FILE-STATUS PIC XX.
       01 TXN-TYPE-FILE-STATUS  PIC XX.
       01 CHOICE                PIC 9 VALUE 0.
       01 WS-ROW-COUNT          PIC 9(4) VALUE 0.
       01 WS-SEED-CONFIRM       PIC X.
       01 WS-CODE-INPUT         PIC X(15).
       01 WS-PRICE-INPUT        PIC X(12).
       01 WS-DISP-PRICE         PIC ZZZ9.9999.
       01 WS-VALID              PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-BD-OPEN-FLAG       PIC 9 VALUE 1.
       01 WS-RC-PROGRAM         PIC X(20)
           VALUE "ANALYSIS_PRICE_MAINT".
       01 WS-RC-KEY             PIC X(30).
       01 WS-RC-FIELD           PIC X(20) VALUE "UNIT PRICE".
       01 WS-RC-OLD             PIC X(30).
       01 WS-RC-NEW             PIC X(30).
      *> The standard price list: service code, unit price (four
      *> decimals), then the description, as laid out in
      *> ANALYSIS-PRICE-RECORD.
       01 WS-SEED-TABLE.
           05 FILLER PIC X(23) VALUE "ACH-CREDIT     00001000".
           05 FILLER PIC X(25) VALUE "ACH credits received".
           05 FILLER PIC X(23) VALUE "ACH-DEBIT      00001500".
           05 FILLER PIC X(25) VALUE "ACH debits originated".
           05 FILLER PIC X(23) VALUE "CARD-DEBIT     00000500".
           05 FILLER PIC X(25) VALUE "Card transactions".
           05 FILLER PIC X(23) VALUE "CHECK-DEPOSIT  00001200".
           05 FILLER PIC X(25) VALUE "Checks deposited".
           05 FILLER PIC X(23) VALUE "CHECK-PAID     00002000".
           05 FILLER PIC X(25) VALUE "Checks paid".
           05 FILLER PIC X(23) VALUE "DEPOSIT        00005000".
           05 FILLER PIC X(25) VALUE "Teller deposits".
           05 FILLER PIC X(23) VALUE "MAINTENANCE    00250000".
           05 FILLER PIC X(25) VALUE "Account maintenance".
           05 FILLER PIC X(23) VALUE "WIRE-IN        00100000".
           05 FILLER PIC X(25) VALUE "Incoming wires".
           05 FILLER PIC X(23) VALUE "WIRE-OUT       00150000".
           05 FILLER PIC X(25) VALUE "Outgoing wires".
           05 FILLER PIC X(23) VALUE "WITHDRAWAL     00005000".
           05 FILLER PIC X(25) VALUE "Teller withdrawals".
       01 WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 10 TIMES.
               10 WS-SEED-CODE      PIC X(15).
               10 WS-SEED-PRICE     PIC 9(4)V9(4).
               10 WS-SEED-DESC      PIC X(25).
       01 WS-SEED-IDX           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "Analysis service prices."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O ANALYSIS-PRICE-FILE
           IF ANALYSIS-PRICE-FILE-STATUS = "35"
               OPEN OUTPUT ANALYSIS-PRICE-FILE
               CLOSE ANALYSIS-PRICE-FILE
               OPEN I-O ANALYSIS-PRICE-FILE
           END-IF
           PERFORM OFFER-SEED-IF-EMPTY
           MOVE 0 TO CHOICE
           PERFORM UNTIL CHOICE = 4
               DISPLAY "1. List service prices"
               DISPLAY "2. Add / update service price"
               DISPLAY "3. Delete service price"
               DISPLAY "4. Exit"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST-PRICES THRU LIST-PRICES-EXIT
                   WHEN 2
                       PERFORM UPSERT-PRICE THRU UPSERT-PRICE-EXIT
                   WHEN 3
                       PERFORM DELETE-PRICE THRU DELETE-PRICE-EXIT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM
           CLOSE ANALYSIS-PRICE-FILE
           GOBACK.

       OFFER-SEED-IF-EMPTY.
           MOVE 0 TO WS-ROW-COUNT
           MOVE LOW-VALUES TO AP-SERVICE-CODE
           START ANALYSIS-PRICE-FILE KEY IS >= AP-SERVICE-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ANALYSIS-PRICE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO WS-ROW-COUNT
                   END-READ
           END-START
           IF WS-ROW-COUNT = 0
               DISPLAY "No service prices on file - seed the "
                   "standard price list? (Y/N): "
               ACCEPT WS-SEED-CONFIRM
               IF WS-SEED-CONFIRM = "Y" OR WS-SEED-CONFIRM = "y"
                   PERFORM SEED-ONE-PRICE
                       VARYING WS-SEED-IDX FROM 1 BY 1
                       UNTIL WS-SEED-IDX > 10
                   DISPLAY "Standard service prices seeded."
               END-IF
           END-IF.

       SEED-ONE-PRICE.
           MOVE WS-SEED-CODE(WS-SEED-IDX)  TO AP-SERVICE-CODE
           MOVE WS-SEED-PRICE(WS-SEED-IDX) TO AP-UNIT-PRICE
           MOVE WS-SEED-DESC(WS-SEED-IDX)  TO AP-DESCRIPTION
           MOVE WS-BUSINESS-DATE           TO AP-UPDATED-DATE
           WRITE ANALYSIS-PRICE-RECORD
               INVALID KEY
                   REWRITE ANALYSIS-PRICE-RECORD
           END-WRITE.

       LIST-PRICES.
           MOVE LOW-VALUES TO AP-SERVICE-CODE
           START ANALYSIS-PRICE-FILE KEY IS >= AP-SERVICE-CODE
               INVALID KEY
                   DISPLAY "No service prices on file."
                   GO TO LIST-PRICES-EXIT
           END-START
           DISPLAY "SERVICE         UNIT PRICE DESCRIPTION"
           PERFORM UNTIL ANALYSIS-PRICE-FILE-STATUS = "10"
               READ ANALYSIS-PRICE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE AP-UNIT-PRICE TO WS-DISP-PRICE
                       DISPLAY AP-SERVICE-CODE " " WS-DISP-PRICE
                           " " AP-DESCRIPTION
               END-READ
           END-PERFORM.
       LIST-PRICES-EXIT.
           EXIT.

      *> A service must be MAINTENANCE or a registered transaction
      *> type that is not itself a fee.
       ACCEPT-SERVICE-CODE.
           MOVE 0 TO WS-VALID
           DISPLAY "Service code (MAINTENANCE or a transaction type): "
           ACCEPT WS-CODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO WS-CODE-INPUT
           IF WS-CODE-INPUT = SPACES
               GO TO ACCEPT-SERVICE-CODE-EXIT
           END-IF
           IF WS-CODE-INPUT NOT = "MAINTENANCE"
               OPEN INPUT TXN-TYPE-FILE
               IF TXN-TYPE-FILE-STATUS NOT = "00"
                   DISPLAY "Transaction-type master not available."
                   GO TO ACCEPT-SERVICE-CODE-EXIT
               END-IF
               MOVE WS-CODE-INPUT TO TT-CODE
               READ TXN-TYPE-FILE
                   INVALID KEY
                       DISPLAY "Not a registered transaction type."
                       CLOSE TXN-TYPE-FILE
                       GO TO ACCEPT-SERVICE-CODE-EXIT
               END-READ
               CLOSE TXN-TYPE-FILE
               IF TT-IS-FEE
                   DISPLAY "A fee type is not a priced service."
                   GO TO ACCEPT-SERVICE-CODE-EXIT
               END-IF
           END-IF
           MOVE WS-CODE-INPUT TO AP-SERVICE-CODE
           MOVE WS-CODE-INPUT TO WS-RC-KEY
           MOVE 1 TO WS-VALID.
       ACCEPT-SERVICE-CODE-EXIT.
           EXIT.

       UPSERT-PRICE.
           PERFORM ACCEPT-SERVICE-CODE THRU ACCEPT-SERVICE-CODE-EXIT
           IF WS-VALID = 0
               GO TO UPSERT-PRICE-EXIT
           END-IF
      *>   The before-image for the standing-data audit trail - a
      *>   price change moves every analysis charge next month-end.
           MOVE "NEW" TO WS-RC-OLD
           READ ANALYSIS-PRICE-FILE
               INVALID KEY
                   MOVE SPACES TO AP-DESCRIPTION
               NOT INVALID KEY
                   MOVE AP-UNIT-PRICE TO WS-DISP-PRICE
                   MOVE WS-DISP-PRICE TO WS-RC-OLD
           END-READ
           MOVE WS-CODE-INPUT TO AP-SERVICE-CODE
           DISPLAY "Unit price (e.g. 0.1500): "
           ACCEPT WS-PRICE-INPUT
           IF FUNCTION TEST-NUMVAL(WS-PRICE-INPUT) NOT = 0
               DISPLAY "Not a valid price - nothing changed."
               GO TO UPSERT-PRICE-EXIT
           END-IF
           IF FUNCTION NUMVAL(WS-PRICE-INPUT) < 0
              OR FUNCTION NUMVAL(WS-PRICE-INPUT) > 9999.9999
               DISPLAY "A unit price is 0 to 9999.9999 - nothing "
                   "changed."
               GO TO UPSERT-PRICE-EXIT
           END-IF
           COMPUTE AP-UNIT-PRICE = FUNCTION NUMVAL(WS-PRICE-INPUT)
           DISPLAY "Description: "
           ACCEPT AP-DESCRIPTION
           MOVE WS-BUSINESS-DATE TO AP-UPDATED-DATE
           WRITE ANALYSIS-PRICE-RECORD
               INVALID KEY
                   REWRITE ANALYSIS-PRICE-RECORD
                   DISPLAY "Service price updated."
               NOT INVALID KEY
                   DISPLAY "Service price added."
           END-WRITE
           MOVE AP-UNIT-PRICE TO WS-DISP-PRICE
           MOVE WS-DISP-PRICE TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       UPSERT-PRICE-EXIT.
           EXIT.

       DELETE-PRICE.
           PERFORM ACCEPT-SERVICE-CODE THRU ACCEPT-SERVICE-CODE-EXIT
           IF WS-VALID = 0
               GO TO DELETE-PRICE-EXIT
           END-IF
           READ ANALYSIS-PRICE-FILE
               INVALID KEY
                   DISPLAY "No price on file for that service."
                   GO TO DELETE-PRICE-EXIT
           END-READ
           MOVE AP-UNIT-PRICE TO WS-DISP-PRICE
           MOVE WS-DISP-PRICE TO WS-RC-OLD
           DELETE ANALYSIS-PRICE-FILE
               INVALID KEY
                   DISPLAY "No price on file for that service."
                   GO TO DELETE-PRICE-EXIT
               NOT INVALID KEY
                   DISPLAY "Service price deleted - the service is "
                       "no longer charged on analysis."
           END-DELETE
           MOVE "DELETED" TO WS-RC-NEW
           CALL "LOG_REF_CHANGE" USING WS-RC-PROGRAM WS-RC-KEY
               WS-RC-FIELD WS-RC-OLD WS-RC-NEW.
       DELETE-PRICE-EXIT.
           EXIT.
