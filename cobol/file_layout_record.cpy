      *>  Shared layout for FILE-LAYOUT-FILE (layout_control.db): the
      *>  control record of each master file, keyed by the file's
      *>  name, stating the record layout the file is written in.
      *>  Programs compare it with the layout they were built for
      *>  (file_layouts.cpy) through CHECK_FILE_LAYOUT and refuse a
      *>  file in any other; CONVERT_FILE_LAYOUT is the only program
      *>  that moves a file on to the next layout, and it records
      *>  the proof totals of that conversion here.
       01 FILE-LAYOUT-RECORD.
           05 FL-FILE-NAME          PIC X(20).
           05 FL-LAYOUT-VERSION     PIC 9(3).
           05 FL-RECORD-LENGTH      PIC 9(5).
      *>  Record count and hash totals proved by the last conversion
      *>  (zero until the file has been converted once).
           05 FL-RECORD-COUNT       PIC 9(9) VALUE 0.
           05 FL-KEY-HASH           PIC 9(18) VALUE 0.
           05 FL-AMOUNT-HASH        PIC S9(14)V99 VALUE 0.
           05 FL-PRIOR-VERSION      PIC 9(3) VALUE 0.
           05 FL-CHANGED-DATE       PIC 9(8).
           05 FL-CHANGED-BY         PIC X(20).
