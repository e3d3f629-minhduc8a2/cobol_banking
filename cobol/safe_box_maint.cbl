      *> inventory, rents them to customers, vacates them, tracks
      *> the key status, and writes one access-log row every time a
      *> customer is let into the vault - so the inventory, the key
      *> cabinet and the visit history finally agree. A new box is
      *> placed in the signed-on operator's branch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NEXT-ACCESS-ID PIC 9(10).
       01 WS-SEQ-STATUS    PIC 9 VALUE 1.
       01 WS-PAID-YEAR     PIC 9(4).
       01 WS-BRANCH-CODE   PIC X(04).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "B" TO SB-KEY-STATUS
           MOVE 0 TO SB-PAID-THRU-DATE
           MOVE "V" TO SB-STATUS
           CALL "GET_CURRENT_BRANCH" USING WS-BRANCH-CODE
           MOVE WS-BRANCH-CODE TO SB-BRANCH-CODE
           WRITE SAFE-BOX-RECORD
           DISPLAY "Box " WS-BOX-NO " added to the inventory.".
       SET-UP-BOX-EXIT.
                       EXIT PERFORM
                   NOT AT END
                       DISPLAY "Box " SB-BOX-NO " " SB-SIZE
                           " branch " SB-BRANCH-CODE
                           " fee " SB-ANNUAL-FEE
                           " status " SB-STATUS
                           " renter " SB-USER-ID
