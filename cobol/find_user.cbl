       01  WS-NAME-SEARCH      PIC X(30).
       01  WS-NAME-SEARCH-LEN  PIC 9(2).
       01  WS-MATCH-COUNT      PIC 9(6) VALUE 0.
       01  WS-WARNING-ACK      PIC X VALUE "Y".

       PROCEDURE DIVISION.
           DISPLAY"----------------------"
                 DISPLAY "User ID: " USER-REC-ID
                 " Name: " USER-REC-NAME
                 " DOB: " USER-REC-DOB
                 PERFORM SHOW-USER-WARNINGS
                 IF WS-WARNING-ACK NOT = "N"
                     MOVE USER-REC-ID TO BALANCE-REC-ID
                     PERFORM SHOW-FOUND-BALANCE
                        VARYING ACCOUNT-TYPE-IDX FROM 1 BY 1
                        UNTIL ACCOUNT-TYPE-IDX > ACCOUNT-TYPE-COUNT
                 END-IF
           END-READ.

       FIND-USER-BY-NAME.
               DISPLAY "User ID: " USER-REC-ID
                   " Name: " USER-REC-NAME
                   " DOB: " USER-REC-DOB
               PERFORM SHOW-USER-WARNINGS
               IF WS-WARNING-ACK NOT = "N"
                   MOVE USER-REC-ID TO BALANCE-REC-ID
                   PERFORM SHOW-FOUND-BALANCE
                      VARYING ACCOUNT-TYPE-IDX FROM 1 BY 1
                      UNTIL ACCOUNT-TYPE-IDX > ACCOUNT-TYPE-COUNT
               END-IF
           END-IF.

      *> A customer's Warning notes come up with the customer; one the
      *> operator will not acknowledge leaves the customer's accounts
      *> unshown.
       SHOW-USER-WARNINGS.
           CALL "SHOW_WARNING_NOTES" USING USER-REC-ID
               "FIND_USER           " WS-WARNING-ACK.

       SHOW-FOUND-BALANCE.
           MOVE ACCOUNT-TYPE-ENTRY(ACCOUNT-TYPE-IDX)
               TO BALANCE-REC-ACCOUNT-TYPE
