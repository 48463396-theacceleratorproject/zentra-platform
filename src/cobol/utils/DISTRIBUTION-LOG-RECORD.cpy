      *================================================================
      * COPYBOOK:   DISTRIBUTION-LOG-RECORD.cpy
      * DESCRIPTION: What went to whom (120-byte fixed), appended by
      *              REPORT-DISTRIBUTION to the cumulative
      *              DISTRIBUTION-LOG.dat - one row per report per
      *              package, including the expected reports that
      *              were missing or empty, so "did lending get the
      *              billing report on the 14th" has an answer.
      *              DL-PACKAGE is the department name, or BR- and
      *              the branch code for a branch package.
      * USED BY:    REPORT-DISTRIBUTION (writer)
      *================================================================
           01 DISTRIBUTION-LOG-RECORD.
               05 DL-DATE              PIC X(10).
               05 DL-PACKAGE           PIC X(10).
               05 DL-REPORT-FILE       PIC X(40).
               05 DL-RECIPIENTS        PIC X(40).
               05 DL-STATUS            PIC X(08).
                   88 DL-SENT              VALUE "SENT    ".
                   88 DL-MISSING           VALUE "MISSING ".
                   88 DL-EMPTY             VALUE "EMPTY   ".
                   88 DL-NO-SECTION        VALUE "NO-ITEMS".
               05 DL-CONFIDENTIAL      PIC X(01).
               05 DL-PAGES             PIC 9(04).
               05 DL-LINES             PIC 9(06).
               05 FILLER               PIC X(01) VALUE SPACES.
