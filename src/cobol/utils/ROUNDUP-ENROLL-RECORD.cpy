      *================================================================
      * COPYBOOK:   ROUNDUP-ENROLL-RECORD.cpy
      * DESCRIPTION: One checking account enrolled in the round-up
      *              savings program, on ROUNDUP-ENROLLMENT.dat
      *              (50-byte fixed). Every card purchase or ATM
      *              withdrawal that posts to RUE-CHECKING-ACCT is
      *              rounded up to the next whole dollar; the spare
      *              change, times RUE-MULTIPLIER (01-10, blank or
      *              zero means 1), is swept nightly to
      *              RUE-SAVINGS-ACCT. A suspended enrollment stays
      *              on file but sweeps nothing.
      *                A - active (blank reads as active)
      *                S - suspended by the customer
      * USED BY:    ROUNDUP-SWEEP
      *================================================================
           01 ROUNDUP-ENROLL-RECORD.
               05 RUE-CHECKING-ACCT    PIC X(10).
               05 RUE-SAVINGS-ACCT     PIC X(10).
               05 RUE-MULTIPLIER       PIC 9(02).
               05 RUE-MULTIPLIER-X REDEFINES RUE-MULTIPLIER
                                       PIC X(02).
               05 RUE-STATUS           PIC X(01).
                   88 RUE-ACTIVE           VALUE "A" " ".
                   88 RUE-SUSPENDED        VALUE "S".
               05 RUE-ENROLL-DATE      PIC X(10).
               05 FILLER               PIC X(17) VALUE SPACES.
