      *              separate file rather than an inline repeating
      *              group because ACCOUNT-RECORD.cpy has no spare
      *              bytes left to grow.
      * USED BY:    ACCOUNT-LOADER, STATEMENT-GEN, DOC-EXCEPTION-PROC
      *================================================================
           01 ACCOUNT-PARTY-RECORD.
               05 APR-ACCOUNT-ID       PIC X(10).
