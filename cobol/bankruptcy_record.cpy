      *>  Shared layout for BANKRUPTCY-FILE: one row per customer who
      *>  has filed. While BKR-IS-ACTIVE the automatic stay is in
      *>  force and CHECK_BANKRUPTCY tells every collection path
      *>  (OD_COLLECTIONS, LOAN_ARREARS, LETTER_ENGINE demands,
      *>  LOAN_AUTOPAY, FEE_ASSESSMENT) to leave the customer alone;
      *>  BUREAU_EXPORT reports the bankruptcy instead of arrears. A
      *>  discharge charges off the eligible balances (BKR-CHARGED-OFF
      *>  carries the total); a dismissal lifts the stay and normal
      *>  collection resumes. A refiling replaces the row - the
      *>  earlier case stays in change history.
       01 BANKRUPTCY-RECORD.
           05 BKR-USER-ID         PIC 9(10).
      *>  7, 11 or 13.
           05 BKR-CHAPTER         PIC 9(02).
           05 BKR-CASE-NUMBER     PIC X(20).
           05 BKR-FILING-DATE     PIC 9(8).
      *>  Discharge or dismissal date, whichever ended the case.
           05 BKR-CLOSE-DATE      PIC 9(8).
           05 BKR-STATUS          PIC X(01) VALUE "A".
               88 BKR-IS-ACTIVE     VALUE "A".
               88 BKR-IS-DISCHARGED VALUE "D".
               88 BKR-IS-DISMISSED  VALUE "X".
           05 BKR-CHARGED-OFF     PIC 9(10)V99.
           05 BKR-RECORDED-BY     PIC 9(10).
