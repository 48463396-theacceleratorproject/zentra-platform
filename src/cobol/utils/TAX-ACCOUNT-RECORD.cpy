      *================================================================
      * COPYBOOK:   TAX-ACCOUNT-RECORD.cpy
      * DESCRIPTION: Tax-advantaged plan attributes for an IRA or HSA
      *              deposit account (150-byte fixed) in
      *              TAX-ACCOUNTS.dat. Companion to ACCOUNT-RECORD.cpy
      *              the way CD-TERMS-RECORD.cpy is: the product
      *              (PRODUCT-MASTER.dat) says what the account is,
      *              this row says whose plan it is and where it
      *              stands with the IRS. Operations keys the account,
      *              plan type, HSA coverage and owning CIF customer;
      *              TAX-ACCOUNT-PROC keeps everything else:
      *                - the owner's birth date, refreshed nightly
      *                  from CU-BIRTH-DATE (a blank owner takes the
      *                  account's first linked customer)
      *                - contributions and rollovers in by TAX year,
      *                  two buckets: the current year and the one
      *                  before it, which stays open for
      *                  contributions designated "PRIOR YEAR" up to
      *                  the filing deadline
      *                - distributions this calendar year
      *                - the prior year-end fair market value and,
      *                  for a traditional IRA owner of RMD age, the
      *                  required minimum distribution it produces
      *              Plan type:
      *                T - traditional IRA
      *                R - Roth IRA
      *                H - health savings account
      *              Traditional and Roth share one IRA limit per
      *              owner; an HSA is limited by its coverage.
      * USED BY:    TAX-ACCOUNT-PROC, TXN-RULE-CHECK, TAX-IRA-HSA,
      *             TAX-1099-INT
      *================================================================
           01 TAX-ACCOUNT-RECORD.
               05 TXA-ACCOUNT-ID       PIC X(10).
               05 TXA-PLAN-TYPE        PIC X(01).
                   88 TXA-TRAD-IRA         VALUE "T".
                   88 TXA-ROTH-IRA         VALUE "R".
                   88 TXA-HSA              VALUE "H".
      *        HSA only: self-only or family coverage under the
      *        high-deductible plan. Spaces read as self-only.
               05 TXA-HSA-COVERAGE     PIC X(01).
                   88 TXA-SELF-ONLY        VALUE "S" " ".
                   88 TXA-FAMILY           VALUE "F".
               05 TXA-CUSTOMER-ID      PIC X(10).
               05 TXA-BIRTH-DATE       PIC X(10).
               05 TXA-CUR-TAX-YEAR     PIC X(04).
               05 TXA-CUR-CONTRIB      PIC 9(7)V99.
               05 TXA-CUR-ROLLOVER     PIC 9(7)V99.
               05 TXA-PRI-TAX-YEAR     PIC X(04).
               05 TXA-PRI-CONTRIB      PIC 9(7)V99.
               05 TXA-PRI-ROLLOVER     PIC 9(7)V99.
               05 TXA-DIST-YEAR        PIC X(04).
               05 TXA-DIST-TOTAL       PIC 9(7)V99.
      *        Balance at the close of TXA-FMV-YEAR - the 5498 box 5
      *        figure and the RMD base for the year after.
               05 TXA-FMV-YEAR         PIC X(04).
               05 TXA-YE-FMV           PIC 9(9)V99.
               05 TXA-RMD-YEAR         PIC X(04).
               05 TXA-RMD-AMOUNT       PIC 9(7)V99.
               05 TXA-LAST-ACTIVITY    PIC X(10).
               05 FILLER               PIC X(23) VALUE SPACES.
