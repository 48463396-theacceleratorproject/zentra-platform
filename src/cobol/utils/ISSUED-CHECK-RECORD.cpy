      *              can never clear twice. An account with at least
      *              one row on file is positive-pay enrolled; other
      *              accounts are untouched.
      * USED BY:    TXN-VALIDATOR, CHECK-CLEARING-PROC
      *================================================================
           01 ISSUED-CHECK-RECORD.
               05 ISC-ACCOUNT-ID       PIC X(10).
