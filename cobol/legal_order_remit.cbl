                       IF BALANCE-REC-ACCOUNT-TYPE NOT = "LOAN"
                          AND BALANCE-REC-ACCOUNT-TYPE
                              NOT = "TERMDEP"
                          AND BALANCE-REC-ACCOUNT-TYPE
                              NOT = "CREDITLINE"
                           PERFORM TAKE-FROM-ONE-ROW
                       END-IF
               END-READ
