               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-KEY
               FILE STATUS IS PROMO-ENROLL-FILE-STATUS.
           SELECT BUSINESS-PROFILE-FILE ASSIGN TO
               "business_profiles.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BP-USER-ID
               FILE STATUS IS BUSINESS-PROFILE-FILE-STATUS.
           SELECT BENEFICIAL-OWNER-FILE ASSIGN TO
               "beneficial_owners.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-KEY
               FILE STATUS IS BENEFICIAL-OWNER-FILE-STATUS.
           SELECT MINOR-FILE ASSIGN TO "minors.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNR-USER-ID
               FILE STATUS IS MINOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROMO-ENROLL-FILE.
       COPY "promo_enrollment_record.cpy".

       FD BUSINESS-PROFILE-FILE.
       COPY "business_profile_record.cpy".

       FD BENEFICIAL-OWNER-FILE.
       COPY "beneficial_owner_record.cpy".

       FD MINOR-FILE.
       COPY "minor_record.cpy".

       WORKING-STORAGE SECTION.
       01  USER-DB-FILE-STATUS    PIC XX.
       01  BALANCE-DB-FILE-STATUS PIC XX.
       01  WS-DOB-AS-DATE       PIC 9(8).
       01  WS-CUTOFF-DATE       PIC 9(8).

      * An applicant under the minimum age opens as a minor, with an
      * existing adult customer as custodian. The new customer's
      * record is parked while the custodian's is read.
       01  MINOR-FILE-STATUS    PIC XX.
       01  WS-IS-MINOR          PIC X VALUE 'N'.
       01  WS-OPEN-AS-MINOR     PIC X VALUE 'N'.
       01  WS-CUSTODIAN-ID      PIC 9(10) VALUE 0.
       01  WS-CUSTODIAN-OK      PIC X VALUE 'N'.
       01  WS-CUSTODIAN-DOB     PIC 9(8).
       01  WS-CUSTODIANS-CUSTODIAN PIC 9(10).
       01  WS-CUSTODIAN-IS-MINOR PIC 9 VALUE 0.
       01  WS-MAJORITY-DATE     PIC 9(8).
       01  WS-MINOR-OPERATOR    PIC 9(10) VALUE 0.
       01  WS-SAVED-USER-RECORD PIC X(200).

      * Ledger logging.
       01  WS-TXN-TYPE         PIC X(15) VALUE "ACCOUNT-OPEN".
       01  WS-TXN-BALANCE      PIC S9(10)V99.
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
       01  WS-PRODUCT-FOUND             PIC 9 VALUE 0.
       01  WS-LEDGER-RATE       PIC 9(03)V9(6) VALUE 1.
       01  WS-NEXT-ACCOUNT-NO   PIC 9(10).
       01  WS-WATCH-CONTEXT     PIC X(15) VALUE "ADD-USER".
       01  WS-WATCH-USER-ID     PIC 9(10) VALUE 0.

      * Every new deposit account gets its rate and APY disclosure;
      * these accounts are priced by the product tiers, not locked.
       01  WS-DISC-FIXED-RATE   PIC 9V9(4) VALUE 0.
       01  WS-DISC-TERM-MONTHS  PIC 9(3) VALUE 0.
       01  WS-DISC-MATURITY     PIC 9(8) VALUE 0.

      * New accounts open at the branch of the teller opening them.
       01  WS-BRANCH-CODE       PIC X(04) VALUE "MAIN".

       01  WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01  WS-QUALIFY-INT   PIC 9(9).

      * Business customers: the entity details and the beneficial
      * owner list (every 25%+ owner plus the controlling person,
      * each screened) are captured before any account opens.
       01  BUSINESS-PROFILE-FILE-STATUS PIC XX.
       01  BENEFICIAL-OWNER-FILE-STATUS PIC XX.
       01  WS-CUST-TYPE-INPUT   PIC X VALUE "I".
       01  WS-BP-LEGAL-NAME     PIC X(60).
       01  WS-BP-TAX-ID         PIC X(12).
       01  WS-BP-ENTITY-TYPE    PIC X(01).
       01  WS-BP-FORMATION-DATE PIC 9(8).
       01  WS-BO-COMPLETE       PIC X VALUE "Y".
       01  WS-BO-MORE           PIC X VALUE "Y".
       01  WS-BO-ATTEST         PIC X VALUE "N".
       01  WS-BO-BLOCKED        PIC 9 VALUE 0.
       01  WS-BO-COUNT          PIC 9(2) VALUE 0.
       01  WS-BO-CONTROLLERS    PIC 9(2) VALUE 0.
       01  WS-BO-TOTAL-PCT      PIC 9(4)V99 VALUE 0.
       01  WS-BO-IDX            PIC 9(2).
       01  WS-BO-TABLE.
           05 WS-BO-ENTRY OCCURS 5 TIMES.
               10 WS-BO-NAME        PIC X(30).
               10 WS-BO-DOB         PIC X(10).
               10 WS-BO-ID-NUMBER   PIC X(20).
               10 WS-BO-ADDRESS     PIC X(50).
               10 WS-BO-PCT         PIC 9(3)V99.
               10 WS-BO-CONTROL     PIC X(01).
               10 WS-BO-SCREEN      PIC 9.
       01  WS-BO-WATCH-CONTEXT  PIC X(15) VALUE "BENEFICIAL-OWNR".

      * Forward-recovery journal for the new user record.
       01  WS-RJ-FILE       PIC X(10) VALUE "USER".
       01  WS-RJ-ACTION     PIC X(01) VALUE "W".
       APPLY-PRODUCT-DEFAULTS.
           CALL "GET_PRODUCT" USING BALANCE-REC-ACCOUNT-TYPE
               WS-PRODUCT-RECORD WS-PRODUCT-FOUND
      *    A minor's account never carries an overdraft limit.
           IF WS-IS-MINOR = "Y"
               MOVE 0 TO BALANCE-REC-OVERDRAFT-LIMIT
               DISPLAY "Minor's account - no overdraft limit."
               MOVE "0" TO WS-OVERDRAFT-INPUT
           ELSE
               DISPLAY "Enter overdraft limit (blank for product "
                   "default): "
               ACCEPT WS-OVERDRAFT-INPUT
           END-IF
           IF WS-OVERDRAFT-INPUT = SPACES
               IF WS-PRODUCT-FOUND = 1
                   MOVE WS-PRD-DEFAULT-OVERDRAFT
               MOVE 'Y' TO WS-IS-OLD-ENOUGH
           END-IF.

      * Under the minimum age the applicant can still open as a
      * minor, provided an existing adult customer stands as
      * custodian. A date of birth in the future stays rejected.
       OFFER-MINOR-ACCOUNT.
           MOVE 'N' TO WS-IS-MINOR
           IF WS-DOB-AS-DATE > WS-TODAY-RAW
               GO TO OFFER-MINOR-ACCOUNT-EXIT
           END-IF
           DISPLAY "Applicant is under " WS-MINIMUM-AGE-YEARS
               ". Open as a minor with a custodian? (Y/N)"
           ACCEPT WS-OPEN-AS-MINOR
           IF WS-OPEN-AS-MINOR NOT = "Y" AND WS-OPEN-AS-MINOR NOT = "y"
               GO TO OFFER-MINOR-ACCOUNT-EXIT
           END-IF
           DISPLAY "Custodian's user ID: "
           ACCEPT WS-CUSTODIAN-ID
           MOVE USER-DB-RECORD TO WS-SAVED-USER-RECORD
           PERFORM VALIDATE-CUSTODIAN THRU VALIDATE-CUSTODIAN-EXIT
           MOVE WS-SAVED-USER-RECORD TO USER-DB-RECORD
           IF WS-CUSTODIAN-OK = "Y"
               MOVE 'Y' TO WS-IS-MINOR
               MOVE 'Y' TO WS-IS-OLD-ENOUGH
               DISPLAY "Custodian " WS-CUSTODIAN-ID " will sign for "
                   "withdrawals and receive the correspondence."
           END-IF.
       OFFER-MINOR-ACCOUNT-EXIT.
           EXIT.

      * The custodian must be a living individual customer who is of
      * age and is not a minor on our books themselves.
       VALIDATE-CUSTODIAN.
           MOVE 'N' TO WS-CUSTODIAN-OK
           OPEN INPUT USER-DB-FILE
           MOVE WS-CUSTODIAN-ID TO USER-REC-ID
           READ USER-DB-FILE
               INVALID KEY
                   DISPLAY "Custodian " WS-CUSTODIAN-ID
                       " is not a customer."
                   CLOSE USER-DB-FILE
                   GO TO VALIDATE-CUSTODIAN-EXIT
           END-READ
           CLOSE USER-DB-FILE
           IF USER-IS-BUSINESS OR USER-IS-DECEASED
               DISPLAY "Custodian must be a living individual."
               GO TO VALIDATE-CUSTODIAN-EXIT
           END-IF
           MOVE USER-REC-DOB(1:4) TO WS-CUSTODIAN-DOB(1:4)
           MOVE USER-REC-DOB(6:2) TO WS-CUSTODIAN-DOB(5:2)
           MOVE USER-REC-DOB(9:2) TO WS-CUSTODIAN-DOB(7:2)
           IF WS-CUSTODIAN-DOB > WS-CUTOFF-DATE
               DISPLAY "Custodian " WS-CUSTODIAN-ID " is under "
                   WS-MINIMUM-AGE-YEARS " themselves."
               GO TO VALIDATE-CUSTODIAN-EXIT
           END-IF
           CALL "GET_CUSTODIAN" USING WS-CUSTODIAN-ID
               WS-CUSTODIANS-CUSTODIAN WS-CUSTODIAN-IS-MINOR
           IF WS-CUSTODIAN-IS-MINOR = 1
               DISPLAY "Custodian " WS-CUSTODIAN-ID " is still a "
                   "minor account holder."
               GO TO VALIDATE-CUSTODIAN-EXIT
           END-IF
           MOVE 'Y' TO WS-CUSTODIAN-OK.
       VALIDATE-CUSTODIAN-EXIT.
           EXIT.

      * Registers the custodianship. The majority date is the
      * birthday at the minimum age - a 29 February birthday comes
      * of age on 1 March in a common year.
       WRITE-MINOR-RECORD.
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           CALL "GET_CURRENT_OPERATOR" USING WS-MINOR-OPERATOR
           COMPUTE WS-MAJORITY-DATE =
               WS-DOB-AS-DATE + (WS-MINIMUM-AGE-YEARS * 10000)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAJORITY-DATE) NOT = 0
               MOVE "0301" TO WS-MAJORITY-DATE(5:4)
           END-IF
           OPEN I-O MINOR-FILE
           IF MINOR-FILE-STATUS = "35"
               OPEN OUTPUT MINOR-FILE
               CLOSE MINOR-FILE
               OPEN I-O MINOR-FILE
           END-IF
           MOVE USER-REC-ID       TO MNR-USER-ID
           MOVE WS-CUSTODIAN-ID   TO MNR-CUSTODIAN-ID
           MOVE WS-MAJORITY-DATE  TO MNR-MAJORITY-DATE
           MOVE WS-BUSINESS-DATE  TO MNR-OPENED-DATE
           MOVE WS-MINOR-OPERATOR TO MNR-RECORDED-BY
           MOVE "A"               TO MNR-STATUS
           MOVE 0                 TO MNR-CONVERTED-DATE
           WRITE MINOR-RECORD
               INVALID KEY
                   REWRITE MINOR-RECORD
           END-WRITE
           CLOSE MINOR-FILE
           DISPLAY "Minor's accounts held under custodian "
               WS-CUSTODIAN-ID " until " WS-MAJORITY-DATE ".".

      * A business has no minimum age - its date of formation only
      * has to be a real date no later than today.
       CHECK-FORMATION-DATE.
           MOVE 'N' TO WS-IS-OLD-ENOUGH
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           COMPUTE WS-BP-FORMATION-DATE =
               WS-USER-REC-YEAR * 10000 + WS-USER-REC-MONTH * 100
               + WS-USER-REC-DAY
           IF WS-BP-FORMATION-DATE <= WS-TODAY-RAW
               MOVE 'Y' TO WS-IS-OLD-ENOUGH
           END-IF.

      * Entity details, then the beneficial owner list. The list is
      * complete only with a controlling person, no blocked name and
      * the customer's confirmation that every 25%+ owner is on it;
      * otherwise WS-BO-COMPLETE stays N and no account opens.
       CAPTURE-BUSINESS-CUSTOMER.
           MOVE "N" TO WS-BO-COMPLETE
           DISPLAY "Legal name (blank = as entered): "
           ACCEPT WS-BP-LEGAL-NAME
           IF WS-BP-LEGAL-NAME = SPACES
               MOVE USER-REC-NAME TO WS-BP-LEGAL-NAME
           END-IF
           DISPLAY "Tax ID: "
           ACCEPT WS-BP-TAX-ID
           DISPLAY "Entity type (C=corporation, L=LLC, P=partnership,"
           DISPLAY "  S=sole proprietor, T=trust, N=nonprofit): "
           ACCEPT WS-BP-ENTITY-TYPE
           MOVE FUNCTION UPPER-CASE(WS-BP-ENTITY-TYPE)
               TO WS-BP-ENTITY-TYPE
           MOVE WS-BP-ENTITY-TYPE TO BP-ENTITY-TYPE
           IF NOT BP-ENTITY-VALID OR WS-BP-TAX-ID = SPACES
               DISPLAY "A tax ID and a known entity type are required."
               GO TO CAPTURE-BUSINESS-CUSTOMER-EXIT
           END-IF
           IF WS-BP-LEGAL-NAME(1:30) NOT = USER-REC-NAME
               MOVE 0 TO WS-WATCH-USER-ID
               CALL "SCREEN_WATCH_LIST" USING WS-BP-LEGAL-NAME(1:30)
                   WS-WATCH-USER-ID WS-WATCH-CONTEXT WS-WATCH-HIT
               IF WS-WATCH-HIT = 2
                   DISPLAY "The legal name is BLOCKED on the watch "
                       "list - account not opened. A supervisor "
                       "must review the hit queue."
                   GOBACK
               END-IF
           END-IF
           MOVE 0 TO WS-BO-COUNT
           MOVE 0 TO WS-BO-CONTROLLERS
           MOVE 0 TO WS-BO-TOTAL-PCT
           MOVE 0 TO WS-BO-BLOCKED
           MOVE "Y" TO WS-BO-MORE
           DISPLAY "Beneficial owners: every owner of 25% or more, "
               "and the person who controls the business."
           PERFORM CAPTURE-ONE-OWNER THRU CAPTURE-ONE-OWNER-EXIT
               UNTIL WS-BO-MORE NOT = "Y" OR WS-BO-COUNT = 5
           IF WS-BO-BLOCKED = 1
               DISPLAY "A beneficial owner is BLOCKED on the watch "
                   "list - account not opened. A supervisor must "
                   "review the hit queue."
               GOBACK
           END-IF
           IF WS-BO-CONTROLLERS = 0
               DISPLAY "No controlling person was named."
               GO TO CAPTURE-BUSINESS-CUSTOMER-EXIT
           END-IF
           IF WS-BO-TOTAL-PCT > 100
               DISPLAY "Ownership adds up to more than 100%."
               GO TO CAPTURE-BUSINESS-CUSTOMER-EXIT
           END-IF
           DISPLAY "Customer confirms every 25%+ owner is listed? "
               "(Y/N)"
           ACCEPT WS-BO-ATTEST
           IF WS-BO-ATTEST = "Y" OR WS-BO-ATTEST = "y"
               MOVE "Y" TO WS-BO-COMPLETE
           END-IF.
       CAPTURE-BUSINESS-CUSTOMER-EXIT.
           EXIT.

       CAPTURE-ONE-OWNER.
           ADD 1 TO WS-BO-COUNT
           MOVE WS-BO-COUNT TO WS-BO-IDX
           DISPLAY "Owner " WS-BO-IDX " name: "
           ACCEPT WS-BO-NAME(WS-BO-IDX)
           DISPLAY "Date of birth (YYYY-MM-DD): "
           ACCEPT WS-BO-DOB(WS-BO-IDX)
           DISPLAY "ID document number: "
           ACCEPT WS-BO-ID-NUMBER(WS-BO-IDX)
           DISPLAY "Residential address: "
           ACCEPT WS-BO-ADDRESS(WS-BO-IDX)
           DISPLAY "Ownership percent (0 if none): "
           ACCEPT WS-BO-PCT(WS-BO-IDX)
           DISPLAY "Controlling person? (Y/N): "
           ACCEPT WS-BO-CONTROL(WS-BO-IDX)
           MOVE FUNCTION UPPER-CASE(WS-BO-CONTROL(WS-BO-IDX))
               TO WS-BO-CONTROL(WS-BO-IDX)
           IF WS-BO-CONTROL(WS-BO-IDX) NOT = "Y"
               MOVE "N" TO WS-BO-CONTROL(WS-BO-IDX)
           END-IF
           IF WS-BO-PCT(WS-BO-IDX) < 25
              AND WS-BO-CONTROL(WS-BO-IDX) = "N"
               DISPLAY "Under 25% and not in control - not a "
                   "beneficial owner, not recorded."
               SUBTRACT 1 FROM WS-BO-COUNT
               GO TO CAPTURE-ONE-OWNER-NEXT
           END-IF
           MOVE 0 TO WS-WATCH-USER-ID
           CALL "SCREEN_WATCH_LIST" USING WS-BO-NAME(WS-BO-IDX)
               WS-WATCH-USER-ID WS-BO-WATCH-CONTEXT WS-WATCH-HIT
           MOVE WS-WATCH-HIT TO WS-BO-SCREEN(WS-BO-IDX)
           IF WS-WATCH-HIT = 2
               MOVE 1 TO WS-BO-BLOCKED
               MOVE "N" TO WS-BO-MORE
               GO TO CAPTURE-ONE-OWNER-EXIT
           END-IF
           IF WS-WATCH-HIT = 1
               DISPLAY "WARNING: this owner is flagged on the watch "
                   "list - hit queued for supervisor review."
           END-IF
           ADD WS-BO-PCT(WS-BO-IDX) TO WS-BO-TOTAL-PCT
           IF WS-BO-CONTROL(WS-BO-IDX) = "Y"
               ADD 1 TO WS-BO-CONTROLLERS
           END-IF.
       CAPTURE-ONE-OWNER-NEXT.
           IF WS-BO-COUNT < 5
               DISPLAY "Another beneficial owner? (Y/N)"
               ACCEPT WS-BO-MORE
               MOVE FUNCTION UPPER-CASE(WS-BO-MORE) TO WS-BO-MORE
           END-IF.
       CAPTURE-ONE-OWNER-EXIT.
           EXIT.

      * The new business's profile and its certified owner list,
      * written once the user ID is known.
       WRITE-BUSINESS-RECORDS.
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           OPEN I-O BUSINESS-PROFILE-FILE
           IF BUSINESS-PROFILE-FILE-STATUS = "35"
               OPEN OUTPUT BUSINESS-PROFILE-FILE
               CLOSE BUSINESS-PROFILE-FILE
               OPEN I-O BUSINESS-PROFILE-FILE
           END-IF
           MOVE USER-REC-ID          TO BP-USER-ID
           MOVE WS-BP-LEGAL-NAME     TO BP-LEGAL-NAME
           MOVE WS-BP-TAX-ID         TO BP-TAX-ID
           MOVE WS-BP-FORMATION-DATE TO BP-FORMATION-DATE
           MOVE WS-BP-ENTITY-TYPE    TO BP-ENTITY-TYPE
           MOVE "Y"                  TO BP-OWNERS-CERTIFIED
           MOVE WS-BUSINESS-DATE     TO BP-CERTIFIED-DATE
           WRITE BUSINESS-PROFILE-RECORD
               INVALID KEY
                   REWRITE BUSINESS-PROFILE-RECORD
           END-WRITE
           CLOSE BUSINESS-PROFILE-FILE
           OPEN I-O BENEFICIAL-OWNER-FILE
           IF BENEFICIAL-OWNER-FILE-STATUS = "35"
               OPEN OUTPUT BENEFICIAL-OWNER-FILE
               CLOSE BENEFICIAL-OWNER-FILE
               OPEN I-O BENEFICIAL-OWNER-FILE
           END-IF
           PERFORM WRITE-ONE-OWNER
               VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-COUNT
           CLOSE BENEFICIAL-OWNER-FILE
           DISPLAY WS-BO-COUNT " beneficial owner(s) recorded.".

       WRITE-ONE-OWNER.
           MOVE USER-REC-ID                TO BO-USER-ID
           MOVE WS-BO-IDX                  TO BO-SEQ
           MOVE WS-BO-NAME(WS-BO-IDX)      TO BO-NAME
           MOVE WS-BO-DOB(WS-BO-IDX)       TO BO-DOB
           MOVE WS-BO-ID-NUMBER(WS-BO-IDX) TO BO-ID-NUMBER
           MOVE WS-BO-ADDRESS(WS-BO-IDX)   TO BO-ADDRESS
           MOVE WS-BO-PCT(WS-BO-IDX)       TO BO-OWNERSHIP-PCT
           MOVE WS-BO-CONTROL(WS-BO-IDX)   TO BO-CONTROL-FLAG
           MOVE WS-BO-SCREEN(WS-BO-IDX)    TO BO-SCREEN-RESULT
           MOVE WS-BUSINESS-DATE           TO BO-SCREEN-DATE
           MOVE WS-BUSINESS-DATE           TO BO-ADDED-DATE
           WRITE BENEFICIAL-OWNER-RECORD
               INVALID KEY
                   REWRITE BENEFICIAL-OWNER-RECORD
           END-WRITE.

       ADD-USER.
           MOVE 'Y' TO EXIT-ADD-USER
           PERFORM UNTIL EXIT-ADD-USER NOT = "Y" AND
                           EXIT-ADD-USER NOT = "y"
                MOVE 'N' TO WS-IS-MINOR
                DISPLAY "Enter User Name: "
                ACCEPT USER-REC-NAME
                DISPLAY "Customer type (I=individual, B=business): "
                ACCEPT WS-CUST-TYPE-INPUT
                MOVE FUNCTION UPPER-CASE(WS-CUST-TYPE-INPUT)
                    TO WS-CUST-TYPE-INPUT
                IF WS-CUST-TYPE-INPUT NOT = "B"
                    MOVE "I" TO WS-CUST-TYPE-INPUT
                END-IF
                MOVE WS-CUST-TYPE-INPUT TO USER-REC-CUST-TYPE

                DISPLAY "Set a 4-digit PIN for this account: "
                ACCEPT WS-PIN-INPUT
                DISPLAY "Enter mailing address: "
                ACCEPT USER-REC-ADDRESS

                IF WS-CUST-TYPE-INPUT = "B"
                    DISPLAY "Enter date of formation: "
                ELSE
                    DISPLAY "Enter User DOB: "
                END-IF
                DISPLAY "Enter year (YYYY): " WITH NO ADVANCING
                ACCEPT WS-USER-REC-YEAR
                DISPLAY "Enter month (MM): " WITH NO ADVANCING
                PERFORM VALIDATE-DATE
                MOVE 'N' TO WS-IS-OLD-ENOUGH
                IF VALID-DATE = "Y"
                   IF WS-CUST-TYPE-INPUT = "B"
                      PERFORM CHECK-FORMATION-DATE
                   ELSE
                      PERFORM CHECK-MINIMUM-AGE
                      IF WS-IS-OLD-ENOUGH NOT = "Y"
                         PERFORM OFFER-MINOR-ACCOUNT
                             THRU OFFER-MINOR-ACCOUNT-EXIT
                      END-IF
                   END-IF
                END-IF
                IF VALID-DATE = "Y" AND WS-IS-OLD-ENOUGH = "Y"
                   *> Build the DOB string in the format YYYY-MM-DD
                   PERFORM CHECK-DUPLICATE-CUSTOMER
                   MOVE WS-NEW-USER-NAME TO USER-REC-NAME
                   MOVE WS-USER-DOB TO USER-REC-DOB
                   MOVE WS-CUST-TYPE-INPUT TO USER-REC-CUST-TYPE
                   IF WS-DUP-FOUND = 1
                      DISPLAY "Possible duplicate of user ID "
                          WS-DUP-USER-ID
                      MOVE "Y" TO WS-DUP-CONFIRM
                   END-IF

                   MOVE "Y" TO WS-BO-COMPLETE
                   IF (WS-DUP-CONFIRM = "Y" OR WS-DUP-CONFIRM = "y")
                      AND WS-CUST-TYPE-INPUT = "B"
                      PERFORM CAPTURE-BUSINESS-CUSTOMER
                          THRU CAPTURE-BUSINESS-CUSTOMER-EXIT
                   END-IF

                   IF (WS-DUP-CONFIRM = "Y" OR WS-DUP-CONFIRM = "y")
                      AND WS-BO-COMPLETE = "Y"
                   DISPLAY "Enter User Balance: "
                   ACCEPT BALANCE-REC-BALANCE

                   END-WRITE
                   PERFORM WRITE-PRIMARY-HOLDER
                   PERFORM CLOSE-FILES
                   IF WS-CUST-TYPE-INPUT = "B"
                      PERFORM WRITE-BUSINESS-RECORDS
                   END-IF
                   IF WS-IS-MINOR = "Y"
                      PERFORM WRITE-MINOR-RECORD
                   END-IF

                   MOVE BALANCE-REC-BALANCE TO WS-TXN-BALANCE
                   MOVE BALANCE-REC-BALANCE TO WS-TXN-RESULT
                       BALANCE-REC-ACCOUNT-TYPE WS-LEDGER-RATE
                   CALL "PRINT_RECEIPT" USING WS-TXN-TYPE USER-REC-ID
                       BALANCE-REC-ID WS-TXN-BALANCE WS-TXN-RESULT
                   CALL "RATE_DISCLOSURE" USING USER-REC-ID
                       BALANCE-REC-ACCOUNT-TYPE BALANCE-REC-BALANCE
                       WS-DISC-FIXED-RATE WS-DISC-TERM-MONTHS
                       WS-DISC-MATURITY

                   PERFORM SEED-KYC-CHECKLIST
                   PERFORM ENROLL-IN-PROMOTIONS
                      CALL "PRINT_RECEIPT" USING WS-TXN-TYPE
                          USER-REC-ID BALANCE-REC-ID WS-TXN-BALANCE
                          WS-TXN-RESULT
                      CALL "RATE_DISCLOSURE" USING USER-REC-ID
                          BALANCE-REC-ACCOUNT-TYPE BALANCE-REC-BALANCE
                          WS-DISC-FIXED-RATE WS-DISC-TERM-MONTHS
                          WS-DISC-MATURITY

                      DISPLAY "Savings account opened for User ID: "
                          USER-REC-ID
                   END-IF
                   ELSE
                      IF WS-BO-COMPLETE NOT = "Y"
                         DISPLAY "Beneficial owner list incomplete - "
                             "no account opened."
                      ELSE
                         DISPLAY "Cancelled - duplicate not created."
                      END-IF
                   END-IF
                ELSE
                   IF VALID-DATE NOT = "Y"
                      DISPLAY "Invalid date. Please try again."
                   ELSE
                      IF WS-CUST-TYPE-INPUT = "B"
                         DISPLAY "Date of formation cannot be in the "
                             "future."
                      ELSE
                         DISPLAY "Applicant does not meet the minimum "
                             "account-opening age of "
                             WS-MINIMUM-AGE-YEARS " years."
                      END-IF
                   END-IF
                END-IF

