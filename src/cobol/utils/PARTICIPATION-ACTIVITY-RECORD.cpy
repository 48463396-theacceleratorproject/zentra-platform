      *================================================================
      * COPYBOOK:   PARTICIPATION-ACTIVITY-RECORD.cpy
      * DESCRIPTION: One participant's cut of one collected loan
      *              payment (120-byte fixed) in the cumulative
      *              PARTICIPATION-ACTIVITY.dat. LOAN-SETTLE appends
      *              a row per active participant whenever it splits
      *              a collected payment or payoff on a sold-down
      *              loan: the participant's principal and interest
      *              shares, the servicing fee the bank keeps, and
      *              the net owed the participant (booked to the
      *              remittance payable that day).
      *              PA-PRINCIPAL-AFTER is the participant's share of
      *              the balance after the payment.
      *              PARTICIPATION-REMIT gathers the month's rows on
      *              the last business day into the remittance and
      *              the participant statements.
      * USED BY:    LOAN-SETTLE, PARTICIPATION-REMIT
      *================================================================
           01 PARTICIPATION-ACTIVITY-RECORD.
               05 PA-DATE              PIC X(10).
               05 PA-LOAN-ID           PIC X(10).
               05 PA-PARTICIPANT-ID    PIC X(08).
               05 PA-EVENT             PIC X(03).
                   88 PA-PAYMENT           VALUE "PMT".
                   88 PA-PAYOFF            VALUE "PAY".
               05 PA-PCT               PIC 9(3)V9(4).
               05 PA-PRINCIPAL         PIC 9(9)V99.
               05 PA-INTEREST          PIC 9(9)V99.
               05 PA-SVC-FEE           PIC 9(7)V99.
               05 PA-NET-REMIT         PIC 9(9)V99.
               05 PA-REFERENCE         PIC X(12).
               05 PA-PRINCIPAL-AFTER   PIC 9(9)V99.
               05 FILLER               PIC X(17) VALUE SPACES.
