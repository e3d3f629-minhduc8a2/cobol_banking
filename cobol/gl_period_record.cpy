      *>  Shared layout for GL-PERIOD-FILE: the accounting calendar's
      *>  lock book. One row per GL period (YYYYMM) that has been
      *>  closed - a period with no row is open. Months 01-12 are
      *>  the business months; 13 is the year's supervisor
      *>  adjustment period, the only way anything still reaches a
      *>  closed year; 14 carries the year-end closing entries and
      *>  its row being closed is what marks the whole year closed.
      *>  Period 00 of a year holds the balances brought forward.
       01 GL-PERIOD-RECORD.
           05 GLP-PERIOD          PIC 9(6).
           05 GLP-PERIOD-PARTS REDEFINES GLP-PERIOD.
               10 GLP-YEAR        PIC 9(4).
               10 GLP-MONTH       PIC 9(2).
                   88 GLP-OPENING-PERIOD    VALUE 0.
                   88 GLP-ADJUSTMENT-PERIOD VALUE 13.
                   88 GLP-CLOSING-PERIOD    VALUE 14.
           05 GLP-STATUS          PIC X(01).
               88 GLP-IS-OPEN       VALUE "O".
               88 GLP-IS-CLOSED     VALUE "C".
           05 GLP-CLOSE-TYPE      PIC X(01).
               88 GLP-MONTH-END     VALUE "M".
               88 GLP-YEAR-END      VALUE "Y".
           05 GLP-CLOSED-DATE     PIC 9(8).
           05 GLP-CLOSED-BY       PIC 9(10).
