       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALIZE_ALIAS.

      *> Reduces a payment alias as keyed to the form the alias
      *> directory is keyed on, so "Jo.Smith@Mail.com " and
      *> "jo.smith@mail.com" - or "(555) 010-2233" and "5550102233"
      *> - are one alias. Anything with an "@" is an email address
      *> (upper-cased, leading spaces dropped); otherwise the digits
      *> are kept and it is a mobile number if there are at least
      *> seven of them. LK-KIND comes back "E", "M", or space when
      *> the value is neither.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AT-COUNT      PIC 9(2) VALUE 0.
       01 WS-IX            PIC 9(2) VALUE 0.
       01 WS-OUT-IX        PIC 9(2) VALUE 0.
       01 WS-ONE-CHAR      PIC X(01).

       LINKAGE SECTION.
       01 LK-RAW-ALIAS     PIC X(40).
       01 LK-KIND          PIC X(01).
       01 LK-ALIAS         PIC X(40).

       PROCEDURE DIVISION USING LK-RAW-ALIAS LK-KIND LK-ALIAS.
           MOVE SPACE TO LK-KIND
           MOVE SPACES TO LK-ALIAS
           MOVE 0 TO WS-AT-COUNT
           INSPECT LK-RAW-ALIAS TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT = 1
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LK-RAW-ALIAS LEADING)) TO LK-ALIAS
               IF LK-ALIAS(1:1) NOT = "@"
                   MOVE "E" TO LK-KIND
               END-IF
               GOBACK
           END-IF
           IF WS-AT-COUNT > 1
               GOBACK
           END-IF
           MOVE 0 TO WS-OUT-IX
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 40
               MOVE LK-RAW-ALIAS(WS-IX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR IS NUMERIC
                   ADD 1 TO WS-OUT-IX
                   MOVE WS-ONE-CHAR TO LK-ALIAS(WS-OUT-IX:1)
               END-IF
           END-PERFORM
           IF WS-OUT-IX NOT < 7
               MOVE "M" TO LK-KIND
           ELSE
               MOVE SPACES TO LK-ALIAS
           END-IF
           GOBACK.
