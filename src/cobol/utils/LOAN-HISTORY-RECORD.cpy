      *================================================================
      * COPYBOOK:   LOAN-HISTORY-RECORD.cpy
      * DESCRIPTION: One event in a loan's life (120-byte fixed) on
      *              the cumulative LOAN-HISTORY.dat - LOAN-MASTER.dat
      *              is updated in place, so this file is the only
      *              record of how a loan got where it is. Every
      *              program that changes a loan appends its event
      *              here (LH-SOURCE names it); LOAN-STATEMENT reads
      *              it back for the borrower's monthly statement and
      *              TAX-1098 for the year-end mortgage interest form.
      *              LH-AMOUNT is the whole movement; a collected
      *              payment also carries its split (principal,
      *              interest, late fees, escrow), and
      *              LH-PRINCIPAL-AFTER is the principal balance
      *              (drawn balance for a revolving line) once the
      *              event is applied.
      * USED BY:    LOAN-ORIGINATION, LOAN-REPRICE, LOAN-PAYOFF,
      *             LOAN-ESCROW, LOAN-BILLING, LOC-DRAW-PROC,
      *             LOAN-SETTLE, LOAN-CHARGEOFF, LOAN-STATEMENT,
      *             LOAN-MODIFY, TAX-1098, LOAN-OFFSET
      *================================================================
           01 LOAN-HISTORY-RECORD.
               05 LH-LOAN-ID           PIC X(10).
               05 LH-DATE              PIC X(10).
               05 LH-EVENT             PIC X(03).
                   88 LH-BOOKED            VALUE "BOK".
                   88 LH-RATE-CHANGE       VALUE "RAT".
                   88 LH-PAYOFF-PENDING    VALUE "POP".
                   88 LH-ESCROW-DISBURSED  VALUE "ESD".
                   88 LH-ESCROW-ANALYZED   VALUE "ESA".
                   88 LH-BILLED            VALUE "BIL".
                   88 LH-DRAW              VALUE "DRW".
                   88 LH-DRAW-BACKED-OUT   VALUE "DBO".
                   88 LH-PAYMENT           VALUE "PMT".
                   88 LH-PAYOFF            VALUE "POF".
                   88 LH-PAYOFF-RETURNED   VALUE "POR".
                   88 LH-MISSED            VALUE "MIS".
                   88 LH-LATE-CHARGE       VALUE "LTC".
                   88 LH-CHARGED-OFF       VALUE "CHO".
                   88 LH-RECOVERY          VALUE "REC".
                   88 LH-MODIFIED          VALUE "MOD".
      *            Right-of-offset collection turned against another
      *            of the borrower's accounts (LOAN-OFFSET), and an
      *            offset debit that came back unpaid (LOAN-SETTLE).
                   88 LH-OFFSET            VALUE "OFS".
                   88 LH-OFFSET-RETURNED   VALUE "OFR".
               05 LH-AMOUNT            PIC 9(9)V99.
               05 LH-PRINCIPAL-AMT     PIC 9(9)V99.
               05 LH-INTEREST-AMT      PIC 9(9)V99.
               05 LH-FEE-AMT           PIC 9(7)V99.
               05 LH-ESCROW-AMT        PIC 9(7)V99.
               05 LH-PRINCIPAL-AFTER   PIC 9(9)V99.
               05 LH-SOURCE            PIC X(12).
               05 LH-DESCRIPTION       PIC X(20).
               05 FILLER               PIC X(03) VALUE SPACES.
