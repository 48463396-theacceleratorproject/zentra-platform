      *================================================================
      * COPYBOOK:   IOLTA-ACCOUNT-RECORD.cpy
      * DESCRIPTION: One attorney trust (IOLTA) account (100-byte
      *              fixed) in the optional IOLTA-ACCOUNTS.dat.
      *              Companion to an account whose product carries
      *              PRD-IOLTA on PRODUCT-MASTER.dat: the product says
      *              the interest is not the holder's, this row says
      *              which state bar foundation it goes to and whose
      *              trust account it is.
      *              IA-SERVICE-CHARGE is the monthly service charge
      *              the foundation allows the bank to take from the
      *              interest before remitting; it is never taken
      *              beyond the month's interest (the rest is
      *              waived, not charged to the client funds).
      *              An IOLTA account with no row still remits, under
      *              a blank foundation code, for operations to
      *              assign.
      * USED BY:    INTEREST-CALC
      *================================================================
           01 IOLTA-ACCOUNT-RECORD.
               05 IA-ACCOUNT-ID        PIC X(10).
               05 IA-FOUNDATION-CODE   PIC X(08).
               05 IA-BAR-NUMBER        PIC X(12).
               05 IA-ATTORNEY-NAME     PIC X(25).
               05 IA-SERVICE-CHARGE    PIC 9(5)V99.
               05 FILLER               PIC X(38) VALUE SPACES.
