      *================================================================
      * COPYBOOK:   MAJORITY-AGE-RECORD.cpy
      * DESCRIPTION: One state's age of majority for custodial
      *              accounts (20-byte fixed) in the optional
      *              MAJORITY-AGES.dat reference file - the age at
      *              which a Uniform Transfers to Minors Act account
      *              and a Uniform Gifts to Minors Act account pass to
      *              the minor. A state with no row, or no file at
      *              all, takes WS-DEFAULT-UTMA-AGE and
      *              WS-DEFAULT-UGMA-AGE in CUSTODIAL-PROC.
      * USED BY:    CUSTODIAL-PROC
      *================================================================
           01 MAJORITY-AGE-RECORD.
               05 MAJ-STATE            PIC X(02).
               05 MAJ-UTMA-AGE         PIC 9(02).
               05 MAJ-UGMA-AGE         PIC 9(02).
               05 FILLER               PIC X(14) VALUE SPACES.
