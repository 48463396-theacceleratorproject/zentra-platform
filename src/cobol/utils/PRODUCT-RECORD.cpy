      *              built-in five types with their historical
      *              behavior, so a shop without the file runs
      *              exactly as before.
      *              PRD-IOLTA marks an attorney trust (IOLTA)
      *              product: the interest belongs to the state bar
      *              foundation, not the account holder. INTEREST-
      *              CALC remits it (see IOLTA-REMIT-RECORD.cpy)
      *              instead of crediting it, with the allowable
      *              service charges netted out of the interest -
      *              give the product a fee key with no FEE-SCHEDULE
      *              row so nothing is charged to the client funds
      *              themselves - and TAX-1099-INT leaves it off the
      *              1099 extract.
      * USED BY:    ACCOUNT-LOADER, ACCOUNT-MAINT, TXN-VALIDATOR,
      *             TXN-PROCESSOR, FEE-ENGINE, INTEREST-CALC,
      *             STATEMENT-GEN, TAX-1099-INT
      *================================================================
           01 PRODUCT-RECORD.
               05 PRD-TYPE-CODE        PIC X(10).
               05 PRD-STMT-ELIGIBLE    PIC X(01).
               05 PRD-FEE-KEY          PIC X(10).
               05 PRD-RATE-KEY         PIC X(10).
               05 PRD-IOLTA            PIC X(01).
                   88 PRD-IS-IOLTA         VALUE "Y".
               05 FILLER               PIC X(65) VALUE SPACES.
