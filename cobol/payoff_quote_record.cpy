           05 PQ-STATUS      PIC X(01) VALUE "O".
               88 PQ-IS-OPEN VALUE "O".
               88 PQ-IS-USED VALUE "U".
      *>  Late charges outstanding when the quote was issued; they
      *>  are part of PQ-TOTAL.
           05 PQ-LATE-FEES   PIC 9(8)V99.
