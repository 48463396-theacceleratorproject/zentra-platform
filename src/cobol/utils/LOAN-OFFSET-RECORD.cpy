      *================================================================
      * COPYBOOK:   LOAN-OFFSET-RECORD.cpy
      * DESCRIPTION: One right-of-offset collection (100-byte fixed)
      *              on the cumulative LOAN-OFFSET-REGISTER.dat -
      *              appended by LOAN-OFFSET for every delinquent
      *              installment it turns against another of the
      *              borrower's deposit accounts, so the bank can
      *              show when, from which account and for how much
      *              it exercised set-off. Whether the LNP collection
      *              it generated cleared shows on the loan's
      *              LOAN-HISTORY.dat.
      * USED BY:    LOAN-OFFSET
      *================================================================
           01 LOAN-OFFSET-RECORD.
               05 OF-DATE              PIC X(10).
               05 OF-LOAN-ID           PIC X(10).
               05 OF-CUSTOMER-ID       PIC X(10).
      *        The loan's own payment account, whose collection
      *        came up short, and the account set off against.
               05 OF-LOAN-ACCOUNT      PIC X(10).
               05 OF-OFFSET-ACCOUNT    PIC X(10).
               05 OF-AMOUNT            PIC 9(9)V99.
               05 OF-DAYS-PAST-DUE     PIC 9(04).
               05 FILLER               PIC X(35) VALUE SPACES.
