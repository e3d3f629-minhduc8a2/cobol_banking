               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-OP-ID
               FILE STATUS IS OPERATOR-AUTH-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branch.db"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-AUTH-FILE.
       COPY "operator_auth_record.cpy".

       FD BRANCH-FILE.
       COPY "branch_record.cpy".

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS PIC XX.
       01  WS-NEXT-OPERATOR-ID  PIC 9(10).
       01  WS-INITIAL-PASSWORD  PIC X(10).
       01  WS-TODAY-DATE        PIC 9(8).
       01  WS-BRANCH-INPUT      PIC X(04).
       01  BRANCH-FILE-STATUS   PIC XX.

       PROCEDURE DIVISION.
           DISPLAY "----------------------------"
           ELSE
               MOVE WS-BRANCH-INPUT TO OP-BRANCH-CODE
           END-IF
      *>   A closed branch has handed its staff and accounts to
      *>   another office - nobody new may be placed in it.
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = "00"
               MOVE OP-BRANCH-CODE TO BR-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE "A" TO BR-STATUS
               END-READ
               CLOSE BRANCH-FILE
               IF BR-IS-CLOSED
                   DISPLAY "Branch " OP-BRANCH-CODE " is closed - "
                       "operator not added."
                   GOBACK
               END-IF
           END-IF

      *>   Every new operator starts on the lowest authority tier -
      *>   no wire authority at all - until a supervisor raises
