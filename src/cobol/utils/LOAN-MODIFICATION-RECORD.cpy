      *================================================================
      * COPYBOOK:   LOAN-MODIFICATION-RECORD.cpy
      * DESCRIPTION: One applied loan modification (200-byte fixed)
      *              on the cumulative LOAN-MODIFICATIONS.dat - the
      *              permanent record of what was changed, by whom,
      *              and the loan's terms before and after. Written
      *              by LOAN-MODIFY; a loan with any row here is a
      *              modified loan. LMD-DEFER-END-DATE is the first
      *              payment due after a deferral (spaces for the
      *              other actions): until it arrives the loan is in
      *              an active deferral - LOAN-COLLECTIONS and
      *              LOAN-CHARGEOFF leave it alone and BUREAU-EXTRACT
      *              reports it as deferred. LMD-DEFER-INTEREST is
      *              the interest for the deferred months, added to
      *              principal (LMD-INT-TREATMENT C) or held as
      *              deferred interest due at payoff (D).
      * USED BY:    LOAN-MODIFY, LOAN-COLLECTIONS, LOAN-CHARGEOFF,
      *             BUREAU-EXTRACT
      *================================================================
           01 LOAN-MODIFICATION-RECORD.
               05 LMD-LOAN-ID          PIC X(10).
               05 LMD-MOD-DATE         PIC X(10).
               05 LMD-ACTION           PIC X(03).
                   88 LMD-DEFERRAL         VALUE "DEF".
                   88 LMD-EXTENSION        VALUE "EXT".
                   88 LMD-RATE-CUT         VALUE "RAT".
                   88 LMD-REAMORTIZE       VALUE "REA".
               05 LMD-MONTHS           PIC 9(03).
               05 LMD-INT-TREATMENT    PIC X(01).
                   88 LMD-CAPITALIZED      VALUE "C".
                   88 LMD-INT-DEFERRED     VALUE "D".
               05 LMD-REQUESTED-BY     PIC X(06).
               05 LMD-APPROVED-BY      PIC X(06).
               05 LMD-REASON           PIC X(20).
      *        --- Terms before ---
               05 LMD-OLD-PRINCIPAL    PIC 9(9)V99.
               05 LMD-OLD-RATE         PIC 9(3)V9(6).
               05 LMD-OLD-TERM         PIC 9(03).
               05 LMD-OLD-PAYMENT      PIC 9(7)V99.
               05 LMD-OLD-DUE-DATE     PIC X(10).
               05 LMD-OLD-MISSED       PIC 9(02).
      *        --- Terms after ---
               05 LMD-NEW-PRINCIPAL    PIC 9(9)V99.
               05 LMD-NEW-RATE         PIC 9(3)V9(6).
               05 LMD-NEW-TERM         PIC 9(03).
               05 LMD-NEW-PAYMENT      PIC 9(7)V99.
               05 LMD-NEW-DUE-DATE     PIC X(10).
               05 LMD-REMAINING-MONTHS PIC 9(03).
               05 LMD-DEFER-INTEREST   PIC 9(7)V99.
               05 LMD-DEFER-END-DATE   PIC X(10).
               05 FILLER               PIC X(33) VALUE SPACES.
