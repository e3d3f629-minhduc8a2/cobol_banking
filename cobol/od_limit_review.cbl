      *> recommends MAINTAIN, REDUCE or WITHDRAW with the numbers
      *> behind each call. A supervisor confirms a reduction through
      *> the apply option, which rewrites the balance record and
      *> queues the required notice letter event. A limit the
      *> review would otherwise keep is marked for reduction when the
      *> customer's whole credit relationship, or their household's,
      *> is over the lending limit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NEW-LIMIT     PIC 9(10)V99.
       01 WS-EVENT-TYPE    PIC X(15) VALUE "OD-LIMIT-CUT".
       01 WS-EVENT-AMOUNT  PIC S9(10)V99.
       01 WS-NO-NEW-AMOUNT PIC 9(10)V99 VALUE 0.
       01 WS-CUST-EXPOSURE PIC 9(12)V99.
       01 WS-CUST-LIMIT    PIC 9(12)V99.
       01 WS-HOUSEHOLD-ID  PIC 9(10).
       01 WS-HH-EXPOSURE   PIC 9(12)V99.
       01 WS-HH-LIMIT      PIC 9(12)V99.
       01 WS-LIMIT-RESULT  PIC 9 VALUE 0.
       01 WS-CUST-RESULT   PIC 9 VALUE 0.
       01 WS-HH-RESULT     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
                       IF BALANCE-REC-OVERDRAFT-LIMIT > 0
                          AND BALANCE-REC-ID > 0
                          AND BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
                          AND BALANCE-REC-ACCOUNT-TYPE
                              NOT = "CREDITLINE"
                           PERFORM REVIEW-ONE-ACCOUNT
                       END-IF
               END-READ
                   ADD 1 TO WS-REDUCE-COUNT
               END-IF
           END-IF
           IF WS-RECOMMEND = "MAINTAIN"
               CALL "CHECK_LENDING_LIMIT" USING BALANCE-REC-ID
                   WS-NO-NEW-AMOUNT WS-CUST-EXPOSURE WS-CUST-LIMIT
                   WS-HOUSEHOLD-ID WS-HH-EXPOSURE WS-HH-LIMIT
                   WS-LIMIT-RESULT WS-CUST-RESULT WS-HH-RESULT
               IF WS-LIMIT-RESULT = 2
                   MOVE "REDUCE" TO WS-RECOMMEND
                   MOVE "OVER AGGREGATE LENDING LIMIT" TO WS-REASON
                   ADD 1 TO WS-REDUCE-COUNT
               END-IF
           END-IF
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING WS-RECOMMEND " user " BALANCE-REC-ID " "
               BALANCE-REC-ACCOUNT-TYPE
