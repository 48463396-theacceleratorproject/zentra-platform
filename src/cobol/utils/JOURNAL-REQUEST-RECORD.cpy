      *================================================================
      * COPYBOOK:   JOURNAL-REQUEST-RECORD.cpy
      * DESCRIPTION: One manual journal action keyed by accounting
      *              onto JOURNAL-REQUESTS.dat (120-byte fixed):
      *                NEW - one line of a new entry. Consecutive NEW
      *                      rows carrying the same JRQ-BATCH-KEY (the
      *                      maker's own label) make up one entry; its
      *                      effective date (blank = today), maker
      *                      (JRQ-OPERATOR) and auto-reverse flag are
      *                      taken from its first line. Each line
      *                      names a chart GL code, a branch (UNASGN
      *                      when blank), D or C and the amount;
      *                      debits must equal credits or the whole
      *                      entry is refused;
      *                APV - the checker (JRQ-OPERATOR, never the
      *                      maker) approves pending entry
      *                      JRQ-JOURNAL-ID, which posts tonight;
      *                DCL - the checker declines it.
      *              JRQ-STATUS/JRQ-ERROR-CODE are filled in by
      *              JOURNAL-ENTRY-PROC and the same record written
      *              back to JOURNAL-RESULTS.dat - the request-
      *              doubles-as-result approach ACCOUNT-MAINT-
      *              RECORD.cpy uses. An accepted NEW line comes back
      *              PAP (held for approval, as ACCOUNT-MAINT's large
      *              adjustments do) with the journal ID assigned.
      * USED BY:    JOURNAL-ENTRY-PROC
      *================================================================
           01 JOURNAL-REQUEST-RECORD.
               05 JRQ-ACTION           PIC X(03).
                   88 JRQ-NEW-LINE         VALUE "NEW".
                   88 JRQ-APPROVE          VALUE "APV".
                   88 JRQ-DECLINE          VALUE "DCL".
               05 JRQ-BATCH-KEY        PIC X(08).
               05 JRQ-JOURNAL-ID       PIC X(08).
               05 JRQ-EFFECTIVE-DATE   PIC X(10).
               05 JRQ-OPERATOR         PIC X(06).
               05 JRQ-AUTO-REVERSE     PIC X(01).
               05 JRQ-GL-CODE          PIC X(06).
               05 JRQ-BRANCH-CODE      PIC X(06).
               05 JRQ-DR-CR            PIC X(01).
               05 JRQ-AMOUNT           PIC 9(9)V99.
               05 JRQ-DESCRIPTION      PIC X(30).
               05 JRQ-STATUS           PIC X(03).
                   88 JRQ-PENDING          VALUE "PND".
                   88 JRQ-HELD-APPROVAL    VALUE "PAP".
                   88 JRQ-APPLIED          VALUE "APR".
                   88 JRQ-REJECTED         VALUE "REJ".
               05 JRQ-ERROR-CODE       PIC X(03).
                   88 JRQ-ERR-BAD-ACTION   VALUE "J01".
                   88 JRQ-ERR-UNKNOWN-CODE VALUE "J02".
                   88 JRQ-ERR-UNBALANCED   VALUE "J03".
                   88 JRQ-ERR-CLOSED       VALUE "J04".
                   88 JRQ-ERR-BAD-MAKER    VALUE "J05".
                   88 JRQ-ERR-BAD-LINE     VALUE "J06".
                   88 JRQ-ERR-BAD-DATE     VALUE "J07".
                   88 JRQ-ERR-NO-JOURNAL   VALUE "J08".
                   88 JRQ-ERR-BAD-CHECKER  VALUE "J09".
                   88 JRQ-ERR-TABLE-FULL   VALUE "J10".
               05 FILLER               PIC X(24) VALUE SPACES.
