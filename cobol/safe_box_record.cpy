           05 SB-STATUS        PIC X(01) VALUE "V".
               88 SB-IS-VACANT VALUE "V".
               88 SB-IS-RENTED VALUE "R".
      *>  Which branch's vault the box is in (BR-CODE in branch.db).
      *>  Spaces on boxes set up before boxes carried a branch, until
      *>  ASSIGN_BRANCH_CODES backfills them to "MAIN".
           05 SB-BRANCH-CODE   PIC X(04).
