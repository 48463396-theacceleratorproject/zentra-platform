      *================================================================
      * COPYBOOK:   LOAN-RATE-TERMS-RECORD.cpy
      * DESCRIPTION: Variable-rate terms for one loan (100-byte fixed)
      *              in LOAN-RATE-TERMS.dat, the companion file to
      *              LOAN-MASTER.dat for prime-plus / SOFR-plus notes
      *              - keyed by LRT-LOAN-ID, set up by lending ops at
      *              booking. A loan with no row here is fixed-rate.
      *              On LRT-NEXT-RESET-DATE, LOAN-REPRICE sets
      *              LN-ANNUAL-RATE to the LRT-INDEX-CODE rate in
      *              force (INDEX-RATES.dat) plus LRT-MARGIN, held
      *              within LRT-PERIODIC-CAP of the rate it replaces,
      *              never above LRT-LIFETIME-CAP nor below
      *              LRT-FLOOR (a zero cap or floor does not apply),
      *              then rolls the reset date forward
      *              LRT-RESET-MONTHS months. Rates are annual
      *              decimals, as LN-ANNUAL-RATE carries them.
      *              LRT-MATURITY-DATE is the last scheduled payment;
      *              an installment payment re-solves over the months
      *              left to it (blank falls back to LN-TERM-MONTHS).
      * USED BY:    LOAN-REPRICE
      *================================================================
           01 LOAN-RATE-TERMS-RECORD.
               05 LRT-LOAN-ID          PIC X(10).
               05 LRT-INDEX-CODE       PIC X(08).
               05 LRT-MARGIN           PIC S9(3)V9(6) SIGN LEADING
                                       SEPARATE.
               05 LRT-RESET-MONTHS     PIC 9(02).
               05 LRT-NEXT-RESET-DATE  PIC X(10).
               05 LRT-PERIODIC-CAP     PIC 9(3)V9(6).
               05 LRT-LIFETIME-CAP     PIC 9(3)V9(6).
               05 LRT-FLOOR            PIC 9(3)V9(6).
               05 LRT-MATURITY-DATE    PIC X(10).
               05 LRT-LAST-RESET-DATE  PIC X(10).
               05 LRT-PRIOR-RATE       PIC 9(3)V9(6).
               05 FILLER               PIC X(04) VALUE SPACES.
