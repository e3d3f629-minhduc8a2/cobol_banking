       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML_RISK_REVIEW.

      *> Supervisor review of AML risk ratings: the queue
      *> AML_RISK_RATING fills - customers whose periodic review has
      *> come round, whose scored rating has jumped, or who were
      *> rated high the first time - and the review itself. The
      *> supervisor sees the factors and points behind the rating
      *> and either confirms it or raises it; a rating can not be
      *> reviewed below what the factors score. The review records
      *> who, when and why, takes the customer off the queue, and
      *> sets the next review a cycle on from the rating decided - a
      *> year for high, two for medium, three for low. Every review
      *> goes to the activity journal against the customer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-RISK-FILE ASSIGN TO "aml_risk_ratings.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-USER-ID
               FILE STATUS IS AML-RISK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AML-RISK-FILE.
       COPY "aml_risk_record.cpy".

       WORKING-STORAGE SECTION.
       01 AML-RISK-FILE-STATUS PIC XX.
       01 WS-CHOICE        PIC 9 VALUE 0.
       01 WS-USER-ID       PIC 9(10).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-OPEN-FLAG  PIC 9 VALUE 1.
       01 WS-TODAY-INT     PIC 9(9).
       01 WS-DAYS-WAITING  PIC 9(5).
       01 WS-QUEUE-COUNT   PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ID   PIC 9(10) VALUE 0.
       01 WS-MENU-OPTION   PIC 9(02) VALUE 0.
       01 WS-JOURNAL-ACTION PIC X(30).
       01 WS-DECISION      PIC X(01).
       01 WS-DECIDED-RATING PIC X(01).
       01 WS-NOTE-TEXT     PIC X(60).
       01 WS-CYCLE-YEARS   PIC 9.
       01 WS-RANK-RATING   PIC X(01).
       01 WS-RANK          PIC 9.
       01 WS-SCORED-RANK   PIC 9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "----------------------------"
           DISPLAY "AML risk rating review."
           DISPLAY "----------------------------"
           CALL "GET_BUSINESS_DATE" USING WS-BUSINESS-DATE
               WS-BD-OPEN-FLAG
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           CALL "GET_CURRENT_OPERATOR" USING WS-OPERATOR-ID
           OPEN I-O AML-RISK-FILE
           IF AML-RISK-FILE-STATUS NOT = "00"
               DISPLAY "No risk ratings on file - run the AML risk "
                   "rating first."
               GOBACK
           END-IF
           DISPLAY "1. Review queue"
           DISPLAY "2. Review a customer's rating"
           DISPLAY "3. Show a customer's rating"
           DISPLAY "Enter choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LIST-REVIEW-QUEUE
                       THRU LIST-REVIEW-QUEUE-EXIT
               WHEN 2
                   PERFORM REVIEW-RATING THRU REVIEW-RATING-EXIT
               WHEN 3
                   PERFORM SHOW-RATING THRU SHOW-RATING-EXIT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           CLOSE AML-RISK-FILE
           GOBACK.

       LIST-REVIEW-QUEUE.
           MOVE 0 TO RR-USER-ID
           START AML-RISK-FILE KEY IS >= RR-USER-ID
               INVALID KEY
                   DISPLAY "No risk ratings on file."
                   GO TO LIST-REVIEW-QUEUE-EXIT
           END-START
           PERFORM UNTIL AML-RISK-FILE-STATUS = "10"
               READ AML-RISK-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RR-REVIEW-PENDING
                           PERFORM LIST-ONE-QUEUED
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Awaiting review: " WS-QUEUE-COUNT
           MOVE "00" TO AML-RISK-FILE-STATUS.
       LIST-REVIEW-QUEUE-EXIT.
           EXIT.

       LIST-ONE-QUEUED.
           ADD 1 TO WS-QUEUE-COUNT
           COMPUTE WS-DAYS-WAITING =
               WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(RR-QUEUED-DATE)
           DISPLAY "User " RR-USER-ID " rating " RR-RATING
               " (scored " RR-SCORED-RATING ", score " RR-SCORE
               ") " RR-REVIEW-REASON " waiting " WS-DAYS-WAITING
               " days".

       REVIEW-RATING.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO RR-USER-ID
           READ AML-RISK-FILE
               INVALID KEY
                   DISPLAY "Customer has not been rated."
                   GO TO REVIEW-RATING-EXIT
           END-READ
           IF NOT RR-REVIEW-PENDING
               DISPLAY "Customer is not on the review queue - next "
                   "review " RR-NEXT-REVIEW-DATE "."
               GO TO REVIEW-RATING-EXIT
           END-IF
           PERFORM SHOW-FACTORS
           DISPLAY "[C]onfirm " RR-SCORED-RATING ", or raise to "
               "[M]edium / [H]igh: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "C"
                   MOVE RR-SCORED-RATING TO WS-DECIDED-RATING
               WHEN "M"
                   MOVE "M" TO WS-DECIDED-RATING
               WHEN "H"
                   MOVE "H" TO WS-DECIDED-RATING
               WHEN OTHER
                   DISPLAY "Invalid decision - not reviewed."
                   GO TO REVIEW-RATING-EXIT
           END-EVALUATE
           MOVE RR-SCORED-RATING TO WS-RANK-RATING
           PERFORM RANK-OF-RATING
           MOVE WS-RANK TO WS-SCORED-RANK
           MOVE WS-DECIDED-RATING TO WS-RANK-RATING
           PERFORM RANK-OF-RATING
           IF WS-RANK < WS-SCORED-RANK
               DISPLAY "The factors score " RR-SCORED-RATING
                   " - the rating can not be reviewed below that."
               GO TO REVIEW-RATING-EXIT
           END-IF
           DISPLAY "Review note: "
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
               DISPLAY "A review note is required - not reviewed."
               GO TO REVIEW-RATING-EXIT
           END-IF
           MOVE WS-DECIDED-RATING TO RR-REVIEWED-RATING
           MOVE WS-DECIDED-RATING TO RR-RATING
           MOVE WS-OPERATOR-ID TO RR-REVIEWED-BY
           MOVE WS-BUSINESS-DATE TO RR-REVIEWED-DATE
           MOVE WS-NOTE-TEXT TO RR-REVIEW-NOTE
           MOVE SPACE TO RR-REVIEW-STATUS
           MOVE SPACES TO RR-REVIEW-REASON
           PERFORM SET-NEXT-REVIEW
           REWRITE AML-RISK-RECORD
           MOVE SPACES TO WS-JOURNAL-ACTION
           STRING "AML RISK REVIEW " RR-RATING
               DELIMITED BY SIZE INTO WS-JOURNAL-ACTION
           CALL "LOG_ACTIVITY" USING WS-OPERATOR-ID WS-MENU-OPTION
               WS-JOURNAL-ACTION WS-USER-ID
           DISPLAY "Rating " RR-RATING " reviewed - next review "
               RR-NEXT-REVIEW-DATE ".".
       REVIEW-RATING-EXIT.
           EXIT.

       SHOW-RATING.
           DISPLAY "Customer user ID: "
           ACCEPT WS-USER-ID
           MOVE WS-USER-ID TO RR-USER-ID
           READ AML-RISK-FILE
               INVALID KEY
                   DISPLAY "Customer has not been rated."
                   GO TO SHOW-RATING-EXIT
           END-READ
           PERFORM SHOW-FACTORS
           IF RR-REVIEWED-DATE > 0
               DISPLAY "Last reviewed " RR-REVIEWED-DATE " by "
                   RR-REVIEWED-BY " as " RR-REVIEWED-RATING ": "
                   RR-REVIEW-NOTE
           END-IF.
       SHOW-RATING-EXIT.
           EXIT.

       SHOW-FACTORS.
           DISPLAY "User " RR-USER-ID " rating " RR-RATING
               " (scored " RR-SCORED-RATING " on " RR-RATED-DATE
               ", was " RR-PRIOR-RATING ")"
           IF RR-REVIEW-PENDING
               DISPLAY "Queued " RR-QUEUED-DATE " - "
                   RR-REVIEW-REASON
           ELSE
               DISPLAY "Next review " RR-NEXT-REVIEW-DATE
           END-IF
           DISPLAY "  Customer type " RR-CUST-TYPE
               "                     points " RR-PTS-CUST-TYPE
           DISPLAY "  Products held " RR-PRODUCT-COUNT
               "                    points " RR-PTS-PRODUCTS
           DISPLAY "  CTR filings " RR-CTR-FILINGS " cash "
               RR-CASH-VOLUME "     points " RR-PTS-CASH
           DISPLAY "  Wires " RR-WIRE-COUNT " volume "
               RR-WIRE-VOLUME "     points " RR-PTS-WIRES
           DISPLAY "  Foreign wires " RR-FOREIGN-WIRES
               " high-risk country " RR-HIGH-RISK-WIRES
               "  points " RR-PTS-COUNTRY
           DISPLAY "  Watch hits open " RR-WATCH-OPEN
               " confirmed " RR-WATCH-CONFIRMED
               "      points " RR-PTS-WATCH
           DISPLAY "  AML cases open " RR-CASES-OPEN " filed "
               RR-CASES-FILED " cleared " RR-CASES-CLEARED
               "  points " RR-PTS-AML-CASE
           DISPLAY "  KYC gaps " RR-KYC-GAPS
               "                         points " RR-PTS-KYC
           DISPLAY "  Total score " RR-SCORE.

       RANK-OF-RATING.
           EVALUATE WS-RANK-RATING
               WHEN "H"
                   MOVE 3 TO WS-RANK
               WHEN "M"
                   MOVE 2 TO WS-RANK
               WHEN "L"
                   MOVE 1 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

      *> One review cycle on from the business date - a year for a
      *> high rating, two for medium, three for low; 29 February
      *> falls back to the 28th.
       SET-NEXT-REVIEW.
           EVALUATE RR-RATING
               WHEN "H"
                   MOVE 1 TO WS-CYCLE-YEARS
               WHEN "M"
                   MOVE 2 TO WS-CYCLE-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-CYCLE-YEARS
           END-EVALUATE
           COMPUTE RR-NEXT-REVIEW-DATE =
               WS-BUSINESS-DATE + WS-CYCLE-YEARS * 10000
           IF FUNCTION TEST-DATE-YYYYMMDD(RR-NEXT-REVIEW-DATE) NOT = 0
               SUBTRACT 1 FROM RR-NEXT-REVIEW-DATE
           END-IF.
