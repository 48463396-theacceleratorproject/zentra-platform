      *================================================================
      * COPYBOOK:   OD-OPT-IN-WAIVER-RECORD.cpy
      * DESCRIPTION: One overdraft fee FEE-ENGINE did not assess
      *              because the overdraft was caused by ATM or
      *              one-time debit card items on an account that has
      *              not opted in to overdraft coverage (Regulation
      *              E), on the cumulative OD-OPT-IN-WAIVERS.dat
      *              (70-byte fixed, appended each run). ODW-FEE-
      *              AMOUNT is the fee the account would otherwise
      *              have been charged; ODW-COVERED-AMOUNT the ATM/
      *              card debits counted in the episode.
      * USED BY:    FEE-ENGINE, OD-OPT-IN-REPORT
      *================================================================
           01 OD-OPT-IN-WAIVER-RECORD.
               05 ODW-DATE             PIC X(10).
               05 ODW-ACCOUNT-ID       PIC X(10).
               05 ODW-ACCOUNT-TYPE     PIC X(10).
               05 ODW-FEE-CODE         PIC X(03).
               05 ODW-FEE-AMOUNT       PIC 9(5)V99.
               05 ODW-COVERED-AMOUNT   PIC 9(9)V99.
               05 ODW-BALANCE          PIC S9(9)V99 SIGN LEADING
                                           SEPARATE.
               05 FILLER               PIC X(07) VALUE SPACES.
