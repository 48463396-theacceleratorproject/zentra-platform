      *              accounts; household grouping keys on the
      *              customer ID on this file instead of spelling.
      * USED BY:    CUSTOMER-MAINT, STATEMENT-GEN, TAX-1099-INT,
      *             HOUSEHOLD-SUMMARY, ROUNDUP-SWEEP, TAX-ACCOUNT-PROC,
      *             CUSTODIAL-PROC, DOC-EXCEPTION-PROC
      *================================================================
           01 CUSTOMER-LINK-RECORD.
               05 CAL-CUSTOMER-ID      PIC X(10).
