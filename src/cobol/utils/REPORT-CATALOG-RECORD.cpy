      *================================================================
      * COPYBOOK:   REPORT-CATALOG-RECORD.cpy
      * DESCRIPTION: One report the nightly cycle leaves in
      *              data/output, and who gets it (160-byte fixed,
      *              data/input/REPORT-CATALOG.dat - maintained by
      *              operations, one row per report file).
      *              RC-SCHEDULE says when the report is EXPECTED:
      *                D - on the weekdays RC-RUN-DAYS marks "Y"
      *                    (Monday first; blank means every night),
      *                M - on the last business day of the month,
      *                Q - the same, in a quarter-end month,
      *                Y - the same, in December,
      *                A - as produced: steps that only write when
      *                    they have something to say; packaged
      *                    when present, never reported missing.
      *              A branch-split report prints one section per
      *              branch. RC-SPLIT-MARKER is the text at column
      *              RC-MARKER-COL that opens a section, with the
      *              six-character branch code right after it; the
      *              unbroken lines just above the marker line (the
      *              section's own banner) travel with it, lines
      *              ahead of the first section are the report
      *              heading every branch gets, and a line carrying
      *              RC-TRAILER-MARKER at the same column starts the
      *              bank-level tail no branch sees. The owning
      *              department still receives the whole report.
      * USED BY:    REPORT-DISTRIBUTION
      *================================================================
           01 REPORT-CATALOG-RECORD.
               05 RC-REPORT-FILE       PIC X(40).
               05 RC-DEPARTMENT        PIC X(10).
               05 RC-RECIPIENTS        PIC X(40).
               05 RC-CONFIDENTIAL      PIC X(01).
                   88 RC-IS-CONFIDENTIAL   VALUE "Y".
               05 RC-SCHEDULE          PIC X(01).
                   88 RC-DAILY             VALUE "D" " ".
                   88 RC-MONTH-END         VALUE "M".
                   88 RC-QUARTER-END       VALUE "Q".
                   88 RC-YEAR-END          VALUE "Y".
                   88 RC-AS-PRODUCED       VALUE "A".
               05 RC-RUN-DAYS          PIC X(07).
               05 RC-BRANCH-SPLIT      PIC X(01).
                   88 RC-IS-BRANCH-SPLIT   VALUE "Y".
               05 RC-SPLIT-MARKER      PIC X(24).
               05 RC-MARKER-COL-X      PIC X(03).
               05 RC-MARKER-COL REDEFINES RC-MARKER-COL-X
                                       PIC 9(03).
               05 RC-TRAILER-MARKER    PIC X(12).
               05 FILLER               PIC X(21) VALUE SPACES.
