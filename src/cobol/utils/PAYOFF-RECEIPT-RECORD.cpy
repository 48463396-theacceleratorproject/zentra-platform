      *================================================================
      * COPYBOOK:   PAYOFF-RECEIPT-RECORD.cpy
      * DESCRIPTION: One payoff receipt from the PAYOFF-RECEIPTS.dat
      *              feed (60-byte fixed) - the loan being paid off,
      *              the funds received, the quote they answer
      *              (optional) and the deposit account holding them
      *              (blank means the loan's own LN-ACCOUNT-ID).
      *              PR-PAYOFF-AMOUNT, PR-STATUS and PR-ERROR-CODE
      *              are filled in by LOAN-PAYOFF and the same record
      *              written back to PAYOFF-RESULTS.dat - the
      *              request-doubles-as-result approach
      *              LOC-DRAW-RECORD.cpy uses.
      * USED BY:    LOAN-PAYOFF
      *================================================================
           01 PAYOFF-RECEIPT-RECORD.
               05 PR-LOAN-ID           PIC X(10).
               05 PR-AMOUNT            PIC 9(9)V99.
               05 PR-QUOTE-ID          PIC X(08).
               05 PR-FUNDING-ACCOUNT   PIC X(10).
               05 PR-PAYOFF-AMOUNT     PIC 9(9)V99.
               05 PR-STATUS            PIC X(03).
                   88 PR-PENDING           VALUE "PND".
                   88 PR-QUEUED            VALUE "APR".
                   88 PR-REJECTED          VALUE "REJ".
               05 PR-ERROR-CODE        PIC X(03).
                   88 PR-ERR-NO-LOAN       VALUE "P01".
                   88 PR-ERR-NOT-OPEN      VALUE "P02".
                   88 PR-ERR-SHORT         VALUE "P03".
                   88 PR-ERR-BAD-AMOUNT    VALUE "P04".
               05 FILLER               PIC X(04) VALUE SPACES.
