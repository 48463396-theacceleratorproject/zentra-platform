      *================================================================
      * COPYBOOK:   GAP-ASSUMPTION-RECORD.cpy
      * DESCRIPTION: One decay assumption (80-byte fixed) on
      *              data/input/GAP-ASSUMPTIONS.dat, set by treasury
      *              for the repricing gap report (REPRICING-GAP).
      *              Balances with no contractual repricing date are
      *              spread over the four gap buckets - 0-3 months,
      *              3-12 months, 1-5 years, over 5 years - by these
      *              percentages, which must add to 100.00:
      *                GA-PRODUCT = an AR-ACCOUNT-TYPE - the non-
      *                             maturity deposits of that type
      *                             (CHECKING, SAVINGS, BUSINESS...)
      *                GA-PRODUCT = "LOC"       - fixed-rate revolving
      *                             lines, which have no maturity
      *                             (a variable line reprices on its
      *                             LOAN-RATE-TERMS reset date)
      *              The file is optional and row by row: a product
      *              with no row, or whose row does not add to 100,
      *              keeps the built-in assumption in REPRICING-GAP.
      * USED BY:    REPRICING-GAP
      *================================================================
           01 GAP-ASSUMPTION-RECORD.
               05 GA-PRODUCT           PIC X(10).
               05 GA-BUCKET-PCTS.
                   10 GA-BUCKET-PCT    PIC 9(3)V99 OCCURS 4 TIMES.
               05 FILLER               PIC X(50) VALUE SPACES.
