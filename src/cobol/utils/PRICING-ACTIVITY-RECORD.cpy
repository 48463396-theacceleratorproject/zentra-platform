      *================================================================
      * COPYBOOK:   PRICING-ACTIVITY-RECORD.cpy
      * DESCRIPTION: One application of a pricing exception (80-byte
      *              fixed), appended to PRICING-EXCEPTION-ACTIVITY.dat
      *              by the engine that applied it - what the standard
      *              pricing would have produced, what the exception
      *              actually produced, and the income given up:
      *                I - a night's interest accrual (INTEREST-CALC);
      *                    given up is the extra interest paid, so a
      *                    spread below the rate shows negative
      *                F - a fee (FEE-ENGINE); given up is the part of
      *                    the fee not charged
      *              PRICING-EXCEPTION-PROC totals the month's rows by
      *              exception for the cost report.
      * USED BY:    INTEREST-CALC, FEE-ENGINE, PRICING-EXCEPTION-PROC
      *================================================================
           01 PRICING-ACTIVITY-RECORD.
               05 PA-DATE              PIC X(10).
               05 PA-ACCOUNT-ID        PIC X(10).
               05 PA-EXCEPTION-ID      PIC X(08).
               05 PA-KIND              PIC X(01).
                   88 PA-INTEREST          VALUE "I".
                   88 PA-FEE               VALUE "F".
               05 PA-FEE-CODE          PIC X(03).
               05 PA-STANDARD-AMT      PIC 9(9)V99.
               05 PA-ACTUAL-AMT        PIC 9(9)V99.
               05 PA-FORGONE-AMT       PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               05 FILLER               PIC X(14) VALUE SPACES.
