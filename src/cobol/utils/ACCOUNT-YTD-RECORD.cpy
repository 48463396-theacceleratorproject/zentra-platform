      *              separate file rather than an inline field because
      *              ACCOUNT-RECORD.cpy has no spare bytes left to
      *              grow.
      * USED BY:    INTEREST-CALC, FEE-ENGINE, ACCOUNT-INQUIRY,
      *             STATEMENT-GEN
      *================================================================
           01 ACCOUNT-YTD-RECORD.
               05 AY-ACCOUNT-ID       PIC X(10).
      *        Backup withholding taken out of capitalized interest
      *        for accounts whose linked customer has no TIN (or a
      *        B-notice) - accumulated by INTEREST-CALC, reported on
      *        the IRS remittance extract. For a foreign person's
      *        account it is the NRA withholding instead, reported
      *        on the 1042-S (see TAX-1042S).
               05 AY-YTD-WITHHELD     PIC 9(9)V99.
      *        The overdraft and returned-item fees inside
      *        AY-YTD-FEES, broken out by FEE-ENGINE as it assesses
      *        them (fees imposed - a later refund reduces only
      *        AY-YTD-FEES) for the Truth-in-Savings totals printed
      *        on each statement.
               05 AY-YTD-OD-FEES      PIC 9(7)V99.
               05 AY-YTD-RI-FEES      PIC 9(7)V99.
               05 FILLER              PIC X(01).
