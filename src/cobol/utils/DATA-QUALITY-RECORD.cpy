      *              non-numeric amount or balance, unrecognized type
      *              code). One row per bad record; the raw offending
      *              line is kept verbatim so the source data can be
      *              hand-corrected and re-fed. INTEGRITY-AUDIT writes
      *              the same layout (reason DQ04) for a companion
      *              row whose account or customer is missing or in
      *              the wrong state - the raw field there carries the
      *              row key, rule, file and referenced id.
      * USED BY:    ACCOUNT-LOADER, TXN-VALIDATOR, TXN-PROCESSOR,
      *             FEE-ENGINE, INTEREST-CALC, INTEGRITY-AUDIT,
      *             DQ-WORKOUT
      *================================================================
           01 DQ-EXCEPTION-RECORD.
               05 DQ-DATE              PIC X(10).
                   88 DQ-BLANK-OR-SHORT    VALUE "DQ01".
                   88 DQ-NON-NUMERIC       VALUE "DQ02".
                   88 DQ-BAD-CODE-VALUE    VALUE "DQ03".
                   88 DQ-BROKEN-REFERENCE  VALUE "DQ04".
               05 DQ-REASON-TEXT        PIC X(30).
               05 DQ-RAW-RECORD         PIC X(120).
               05 FILLER                PIC X(01) VALUE SPACES.
