       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET_SERVICEMEMBER_CAP.

      *> Shared servicemember rate-cap lookup: given a customer, the
      *> date the debt was taken out and the date interest is being
      *> charged for, answers whether the debt is under the military
      *> duty rate cap and at what rate. LK-CAPPED comes back 1 when
      *> the customer is on active duty on LK-AS-OF-DATE and the debt
      *> predates the duty start (a debt date of zero is treated as
      *> predating it); the caller then charges the lower of its own
      *> rate and LK-CAP-RATE. LOAN_PAYMENT, LOAN_AUTOPAY,
      *> LOAN_PAYOFF_QUOTE, LOAN_REPRICE and CREDIT_LINE_CYCLE all
      *> ask here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICEMEMBER-FILE ASSIGN TO "servicemember.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCM-USER-ID
               FILE STATUS IS SERVICEMEMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SERVICEMEMBER-FILE.
       COPY "servicemember_record.cpy".

       WORKING-STORAGE SECTION.
       01 SERVICEMEMBER-FILE-STATUS PIC XX.
       01 WS-PARAM-NAME    PIC X(20) VALUE "SCRA-RATE-CAP".
       01 WS-PARAM-VALUE   PIC X(30).
       01 WS-PARAM-FOUND   PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LK-USER-ID       PIC 9(10).
       01 LK-DEBT-DATE     PIC 9(8).
       01 LK-AS-OF-DATE    PIC 9(8).
       01 LK-CAP-RATE      PIC 9V9(4).
       01 LK-CAPPED        PIC 9.

       PROCEDURE DIVISION USING LK-USER-ID LK-DEBT-DATE
                                 LK-AS-OF-DATE LK-CAP-RATE LK-CAPPED.
           MOVE 0 TO LK-CAPPED
           MOVE 0 TO LK-CAP-RATE
           OPEN INPUT SERVICEMEMBER-FILE
           IF SERVICEMEMBER-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LK-USER-ID TO SCM-USER-ID
           READ SERVICEMEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SCM-DUTY-START <= LK-AS-OF-DATE
                      AND (SCM-DUTY-END = 0
                           OR SCM-DUTY-END >= LK-AS-OF-DATE)
                      AND LK-DEBT-DATE < SCM-DUTY-START
                       MOVE 1 TO LK-CAPPED
                   END-IF
           END-READ
           CLOSE SERVICEMEMBER-FILE
           IF LK-CAPPED = 1
               MOVE "0.0600" TO WS-PARAM-VALUE
               CALL "GET_BATCH_PARAM" USING WS-PARAM-NAME
                   WS-PARAM-VALUE WS-PARAM-FOUND
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO LK-CAP-RATE
           END-IF
           GOBACK.
