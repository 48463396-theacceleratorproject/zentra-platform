      *================================================================
      * COPYBOOK:   CAMPAIGN-LOG-RECORD.cpy
      * DESCRIPTION: One campaign extract on the cumulative audit log
      *              data/output/CAMPAIGN-EXTRACT-LOG.dat (200-byte
      *              fixed) - appended, never overwritten, so
      *              compliance can show for any list that left the
      *              bank who asked for it, on what criteria, and how
      *              many customers the privacy and status rules kept
      *              off it. Criteria that do not edit are logged as
      *              rejected with no list written.
      * USED BY:    CAMPAIGN-EXTRACT
      *================================================================
           01 CAMPAIGN-LOG-RECORD.
               05 CL-RUN-DATE          PIC X(10).
               05 CL-CAMPAIGN-ID       PIC X(08).
               05 CL-REQUESTED-BY      PIC X(06).
               05 CL-RESULT            PIC X(01).
                   88 CL-EXTRACTED         VALUE "X".
                   88 CL-CRITERIA-REJECTED VALUE "R".
      *        The criteria exactly as marketing supplied them.
               05 CL-CRITERIA          PIC X(63).
      *        Customers holding a matching account, then each
      *        exclusion in the order it is applied, then the rows
      *        written and the channel entries blanked on them.
               05 CL-MATCHED           PIC 9(05).
               05 CL-EXCL-MERGED       PIC 9(05).
               05 CL-EXCL-DECEASED     PIC 9(05).
               05 CL-EXCL-BANKRUPT     PIC 9(05).
               05 CL-EXCL-AGE          PIC 9(05).
               05 CL-EXCL-AFFILIATE    PIC 9(05).
               05 CL-EXCL-NO-CHANNEL   PIC 9(05).
               05 CL-WRITTEN           PIC 9(05).
               05 CL-SUPPRESSED        PIC 9(05).
               05 FILLER               PIC X(67) VALUE SPACES.
