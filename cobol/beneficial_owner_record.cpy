      *>  Shared layout for BENEFICIAL-OWNER-FILE: the people behind a
      *>  business customer - every owner of 25% or more and the one
      *>  person with significant control (who may also be an owner).
      *>  Each is screened through SCREEN_WATCH_LIST when added and
      *>  again on request; the last result is kept on the row.
       01 BENEFICIAL-OWNER-RECORD.
           05 BO-KEY.
               10 BO-USER-ID       PIC 9(10).
               10 BO-SEQ           PIC 9(2).
           05 BO-NAME              PIC X(30).
           05 BO-DOB               PIC X(10).
           05 BO-ID-NUMBER         PIC X(20).
           05 BO-ADDRESS           PIC X(50).
           05 BO-OWNERSHIP-PCT     PIC 9(3)V99.
           05 BO-CONTROL-FLAG      PIC X(01).
               88 BO-IS-CONTROLLER VALUE "Y".
           05 BO-SCREEN-RESULT     PIC 9.
               88 BO-SCREEN-CLEAR   VALUE 0.
               88 BO-SCREEN-FLAGGED VALUE 1.
               88 BO-SCREEN-BLOCKED VALUE 2.
           05 BO-SCREEN-DATE       PIC 9(8).
           05 BO-ADDED-DATE        PIC 9(8).
