      *>  Fixed-format record of call_report.txt, the quarterly
      *>  condition report extract written by CALL_REPORT_EXTRACT.
      *>  One H record, then a D record per schedule line in schedule
      *>  and line order, a C record per cross-check, an E record per
      *>  source with figures but no mapping, and one T record. Every
      *>  record is 131 bytes; amounts carry a leading separate sign.
      *>  Detail columns by schedule:
      *>    RC, RI  - TOTAL only (GL balance, signed per the mapping)
      *>    RC-E    - COL-1 individuals, COL-2 businesses, TOTAL
      *>    RC-C    - COL-1 current and under 30 days past due,
      *>              COL-2 30-89 days, COL-3 90 days and over, TOTAL
      *>    RC-T    - TOTAL principal by remaining maturity
      *>  CRR-COUNT is the number of accounts, loans or deposits
      *>  behind the line.
       01 CALL-REPORT-RECORD.
           05 CRR-REC-TYPE             PIC X(01).
               88 CRR-IS-HEADER          VALUE "H".
               88 CRR-IS-DETAIL          VALUE "D".
               88 CRR-IS-CHECK           VALUE "C".
               88 CRR-IS-EXCEPTION       VALUE "E".
               88 CRR-IS-TRAILER         VALUE "T".
           05 CRR-BODY                 PIC X(130).
           05 CRR-HEADER-BODY REDEFINES CRR-BODY.
               10 CRR-HDR-AS-OF-DATE   PIC 9(08).
               10 CRR-HDR-GL-PERIOD    PIC 9(06).
               10 CRR-HDR-RUN-BY       PIC 9(10).
               10 CRR-HDR-TITLE        PIC X(40).
               10 FILLER               PIC X(66).
           05 CRR-DETAIL-BODY REDEFINES CRR-BODY.
               10 CRR-SCHEDULE         PIC X(04).
               10 CRR-LINE             PIC X(06).
               10 CRR-DESC             PIC X(40).
               10 CRR-COL-1            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10 CRR-COL-2            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10 CRR-COL-3            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10 CRR-TOTAL            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10 CRR-COUNT            PIC 9(07).
               10 FILLER               PIC X(09).
           05 CRR-CHECK-BODY REDEFINES CRR-BODY.
               10 CRR-CHK-GROUP        PIC X(04).
               10 CRR-CHK-DESC         PIC X(40).
               10 CRR-CHK-GL-TOTAL     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10 CRR-CHK-SUB-TOTAL    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10 CRR-CHK-DIFFERENCE   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10 CRR-CHK-STATUS       PIC X(12).
               10 FILLER               PIC X(26).
           05 CRR-EXCEPTION-BODY REDEFINES CRR-BODY.
               10 CRR-EXC-SOURCE       PIC X(01).
               10 CRR-EXC-CODE         PIC X(10).
               10 CRR-EXC-AMOUNT       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10 CRR-EXC-REASON       PIC X(40).
               10 FILLER               PIC X(63).
           05 CRR-TRAILER-BODY REDEFINES CRR-BODY.
               10 CRR-TRL-DETAIL-COUNT PIC 9(07).
               10 CRR-TRL-CHECK-COUNT  PIC 9(07).
               10 CRR-TRL-EXCEPTION-COUNT PIC 9(07).
               10 CRR-TRL-CHECKS-FAILED PIC 9(07).
               10 FILLER               PIC X(102).
