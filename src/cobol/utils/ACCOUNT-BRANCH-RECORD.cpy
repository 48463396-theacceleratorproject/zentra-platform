      *              separate file rather than an inline repeating
      *              group because ACCOUNT-RECORD.cpy has no spare
      *              bytes left to grow.
      * USED BY:    EOD-REPORT, DOC-EXCEPTION-PROC
      *================================================================
           01 ACCOUNT-BRANCH-RECORD.
               05 ABR-ACCOUNT-ID       PIC X(10).
