      *>  Shared layout for AUDIT-SAMPLE-FILE: one row per sample
      *>  internal audit has drawn from transaction.db - the posting
      *>  date range it covers, how it was drawn (simple random or
      *>  stratified) and the seed used, so the same draw can be
      *>  repeated and shown to the examiners. The items themselves
      *>  are in audit_review.db under the same ASM-ID.
       01 AUDIT-SAMPLE-RECORD.
           05 ASM-ID              PIC 9(10).
           05 ASM-FROM-DATE       PIC 9(8).
           05 ASM-TO-DATE         PIC 9(8).
           05 ASM-METHOD          PIC X(01).
               88 ASM-IS-RANDOM     VALUE "R".
               88 ASM-IS-STRATIFIED VALUE "S".
      *>  Items wanted: the whole sample on a random draw, the
      *>  number per stratum on a stratified one.
           05 ASM-SAMPLE-SIZE     PIC 9(6).
           05 ASM-SEED            PIC 9(8).
           05 ASM-POPULATION      PIC 9(8).
           05 ASM-STRATA          PIC 9(6).
           05 ASM-SAMPLED         PIC 9(6).
      *>  Overrides and reversals, taken whatever the draw.
           05 ASM-FORCED          PIC 9(6).
           05 ASM-DRAWN-DATE      PIC 9(8).
           05 ASM-DRAWN-BY        PIC 9(10).
