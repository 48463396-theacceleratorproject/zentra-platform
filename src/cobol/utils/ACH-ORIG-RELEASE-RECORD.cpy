      *================================================================
      * COPYBOOK:   ACH-ORIG-RELEASE-RECORD.cpy
      * DESCRIPTION: An officer's decision on a held origination
      *              batch, on ACH-ORIG-RELEASES.dat (40-byte fixed):
      *              the company account and batch ID, "L" to release
      *              it past the exposure limit or "D" to decline it,
      *              and the officer. A released batch still has to
      *              be covered by the account. The file is drained
      *              once ACH-ORIG-INTAKE has applied it; a decision
      *              naming no held batch is reported and dropped.
      * USED BY:    ACH-ORIG-INTAKE
      *================================================================
           01 ACH-ORIG-RELEASE-RECORD.
               05 AOD-ACCOUNT-ID       PIC X(10).
               05 AOD-BATCH-ID         PIC X(10).
               05 AOD-ACTION           PIC X(01).
                   88 AOD-RELEASE          VALUE "L".
                   88 AOD-DECLINE          VALUE "D".
               05 AOD-OFFICER-ID       PIC X(08).
               05 FILLER               PIC X(11) VALUE SPACES.
