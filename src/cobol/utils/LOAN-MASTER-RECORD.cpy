      *              point of their own; REDEFINES re-views them with
      *              the matching picture, same as the rate table in
      *              INTEREST-CALC.
      *              New notes are written by LOAN-ORIGINATION from
      *              the approved-loan booking feed.
      * USED BY:    LOAN-BILLING, LOAN-SETTLE, LOAN-ORIGINATION,
      *             OFFICER-MAINT, OFFICER-PORTFOLIO
      *================================================================
           01 LOAN-MASTER-RECORD.
               05 LN-LOAN-ID           PIC X(10).
      *            booked against the allowance, and later
      *            recoveries post as income against the record.
                   88 LN-CHARGED-OFF       VALUE "W".
      *            Payoff collection queued by LOAN-PAYOFF this
      *            cycle: billing, accrual and draws stand aside
      *            until LOAN-SETTLE closes the loan (or puts it
      *            back to active when the payoff debit rejects).
                   88 LN-PAYOFF-PENDING    VALUE "P".
      *        Spaces (the installment book predates the field) or
      *        I is a level-payment installment loan; R is a
      *        revolving line of credit - LN-PRINCIPAL is then the
      *        DRAWN balance, LN-CREDIT-LIMIT caps it, draws arrive
      *        through LOC-DRAW-PROC, and interest accrues daily
      *        into LN-ACCRUED-INT instead of the monthly
      *        amortization split. On an installment loan
      *        LN-ACCRUED-INT holds interest deferred by a hardship
      *        modification (LOAN-MODIFY) - it earns nothing and is
      *        due with the final payment or payoff.
               05 LN-LOAN-KIND         PIC X(01).
                   88 LN-REVOLVING         VALUE "R".
               05 LN-CREDIT-LIMIT-X    PIC X(11).
      *        BUREAU-EXTRACT.
               05 LN-BUREAU-SUPPRESS   PIC X(01).
                   88 LN-SUPPRESSED        VALUE "Y".
      *        Purpose of the note, stamped at booking by
      *        LOAN-ORIGINATION (spaces on rows keyed before it):
      *        M marks a mortgage - the loans that carry escrow,
      *        periodic statements and a year-end 1098.
               05 LN-PURPOSE-CODE      PIC X(01).
                   88 LN-MORTGAGE          VALUE "M".
                   88 LN-CONSUMER          VALUE "C".
                   88 LN-COMMERCIAL        VALUE "B".
      *        Late charges LOAN-SETTLE has assessed and not yet
      *        collected - taken first out of every collected
      *        payment, ahead of interest and principal (spaces on
      *        rows keyed before it read as zero).
               05 LN-FEE-BALANCE-X     PIC X(09).
               05 LN-FEE-BALANCE REDEFINES LN-FEE-BALANCE-X
                                       PIC 9(7)V99.
      *        Unpaid installments already charged late - one
      *        charge per missed installment; steps down as each
      *        collected payment advances LN-NEXT-DUE-DATE.
               05 LN-LATE-CHARGED-X    PIC X(01).
               05 LN-LATE-CHARGED REDEFINES LN-LATE-CHARGED-X
                                       PIC 9(01).
