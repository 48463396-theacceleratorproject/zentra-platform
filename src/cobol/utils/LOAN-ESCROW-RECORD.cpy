      *================================================================
      * COPYBOOK:   LOAN-ESCROW-RECORD.cpy
      * DESCRIPTION: One mortgage escrow account (250-byte fixed) in
      *              LOAN-ESCROW.dat, the companion file to
      *              LOAN-MASTER.dat for loans that collect property
      *              tax and hazard insurance along with principal
      *              and interest - keyed by ES-LOAN-ID, set up by
      *              lending ops at closing.
      *              ES-MONTHLY-AMOUNT rides on every LNP collection
      *              LOAN-BILLING makes for the loan; LOAN-SETTLE
      *              credits it to ES-BALANCE once collected.
      *              LOAN-ESCROW pays each payee on its due date by
      *              official check (the balance may go negative -
      *              the bank advances a shortage rather than let a
      *              tax bill go unpaid), rolls the due date forward
      *              by ES-PAYEE-FREQ months, and on
      *              ES-NEXT-ANALYSIS-DATE re-solves
      *              ES-MONTHLY-AMOUNT from the coming year's
      *              projected disbursements.
      *              ES-STATUS C marks an account closed out after
      *              the loan paid off and any remaining balance was
      *              refunded.
      * USED BY:    LOAN-ESCROW, LOAN-BILLING, LOAN-SETTLE
      *================================================================
           01 LOAN-ESCROW-RECORD.
               05 ES-LOAN-ID           PIC X(10).
               05 ES-MONTHLY-AMOUNT    PIC 9(7)V99.
               05 ES-BALANCE           PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
               05 ES-NEXT-ANALYSIS-DATE PIC X(10).
               05 ES-LAST-ANALYSIS-DATE PIC X(10).
               05 ES-STATUS            PIC X(01).
                   88 ES-ACTIVE            VALUE "A" " ".
                   88 ES-CLOSED            VALUE "C".
      *        Up to four scheduled payees - unused slots are
      *        spaces. Type T property tax, I hazard insurance,
      *        F flood insurance, O other.
               05 ES-PAYEE OCCURS 4 TIMES.
                   10 ES-PAYEE-TYPE     PIC X(01).
                       88 ES-PAYEE-TAX         VALUE "T".
                       88 ES-PAYEE-INSURANCE   VALUE "I".
                       88 ES-PAYEE-FLOOD       VALUE "F".
                       88 ES-PAYEE-OTHER       VALUE "O".
                   10 ES-PAYEE-NAME     PIC X(25).
                   10 ES-PAYEE-AMOUNT   PIC 9(7)V99.
                   10 ES-PAYEE-DUE-DATE PIC X(10).
                   10 ES-PAYEE-FREQ     PIC 9(02).
               05 FILLER               PIC X(10) VALUE SPACES.
