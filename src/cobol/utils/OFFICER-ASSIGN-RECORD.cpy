      *================================================================
      * COPYBOOK:   OFFICER-ASSIGN-RECORD.cpy
      * DESCRIPTION: The account officer answerable for one deposit
      *              account or one loan (100-byte fixed), one row per
      *              relationship on OFFICER-ASSIGNMENTS.dat. Kept
      *              beside the masters rather than on them for the
      *              reason ACCOUNT-BRANCHES.dat is: neither
      *              ACCOUNT-RECORD.cpy nor LOAN-MASTER-RECORD.cpy has
      *              a spare byte. OFA-ENTITY-KIND says which master
      *              OFA-ENTITY-ID belongs to, since an account ID and
      *              a loan ID are separate numbering schemes. The
      *              officer is a staff member on OPERATORS.dat; an
      *              account or loan with no row is UNASSIGNED.
      *              OFA-PRIOR-OFFICER keeps who held the relationship
      *              before the last change, so a bulk hand-over when
      *              an officer leaves can still be traced.
      *              Maintained only by OFFICER-MAINT.
      * USED BY:    OFFICER-MAINT, OFFICER-PORTFOLIO
      *================================================================
           01 OFFICER-ASSIGN-RECORD.
               05 OFA-ENTITY-KIND      PIC X(01).
                   88 OFA-DEPOSIT          VALUE "D".
                   88 OFA-LOAN             VALUE "L".
               05 OFA-ENTITY-ID        PIC X(10).
               05 OFA-OFFICER-ID       PIC X(06).
               05 OFA-ASSIGNED-DATE    PIC X(10).
               05 OFA-PRIOR-OFFICER    PIC X(06).
               05 FILLER               PIC X(67) VALUE SPACES.
