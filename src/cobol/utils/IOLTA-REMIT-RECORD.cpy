      *================================================================
      * COPYBOOK:   IOLTA-REMIT-RECORD.cpy
      * DESCRIPTION: IOLTA interest remittance row (120-byte fixed).
      *              On month-end capitalization INTEREST-CALC writes
      *              one D row per IOLTA account to IOLTA-INTEREST.dat
      *              (fresh per run, in account order): the month-end
      *              balance, the rate it earned at, the month's
      *              interest, the allowable service charges netted
      *              from it and the net owed the foundation.
      *              IOLTA-REMIT regroups those rows by foundation
      *              into IOLTA-REMITTANCE.dat, each foundation's
      *              D rows between an H row (foundation name and the
      *              month remitted) and a T row (account count and
      *              totals).
      * USED BY:    INTEREST-CALC, IOLTA-REMIT
      *================================================================
           01 IOLTA-REMIT-RECORD.
               05 IR-RECORD-TYPE       PIC X(01).
                   88 IR-HEADER            VALUE "H".
                   88 IR-DETAIL            VALUE "D".
                   88 IR-TRAILER           VALUE "T".
               05 IR-FOUNDATION-CODE   PIC X(08).
               05 IR-REMIT-DATE        PIC X(10).
               05 IR-BODY              PIC X(101).
               05 IR-DETAIL-BODY REDEFINES IR-BODY.
                   10 IR-ACCOUNT-ID        PIC X(10).
                   10 IR-BAR-NUMBER        PIC X(12).
                   10 IR-ATTORNEY-NAME     PIC X(25).
                   10 IR-BALANCE           PIC 9(9)V99.
                   10 IR-RATE              PIC 9(3)V9(6).
                   10 IR-GROSS-INTEREST    PIC 9(7)V99.
                   10 IR-SERVICE-CHARGE    PIC 9(7)V99.
                   10 IR-NET-REMITTED      PIC 9(7)V99.
                   10 FILLER               PIC X(07).
               05 IR-HEADER-BODY REDEFINES IR-BODY.
                   10 IR-FOUNDATION-NAME   PIC X(40).
                   10 IR-PERIOD            PIC X(07).
                   10 FILLER               PIC X(54).
               05 IR-TRAILER-BODY REDEFINES IR-BODY.
                   10 IR-ACCOUNT-COUNT     PIC 9(05).
                   10 IR-TOTAL-GROSS       PIC 9(9)V99.
                   10 IR-TOTAL-CHARGES     PIC 9(9)V99.
                   10 IR-TOTAL-NET         PIC 9(9)V99.
                   10 FILLER               PIC X(63).
