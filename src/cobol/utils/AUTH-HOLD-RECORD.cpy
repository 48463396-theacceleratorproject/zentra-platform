      *              the configurable window. TXN-VALIDATOR subtracts
      *              the account's active holds from available
      *              balance in the E04 check, and ACCOUNT-INQUIRY
      *              shows the resulting available figure. The
      *              vendor stamps the card the authorization came in
      *              on and whether it was an ATM cash or a POS
      *              purchase; AUTH-HOLD-PROC checks that card on
      *              CARD-MASTER.dat before the hold is taken and
      *              books the authorization to the card's own
      *              account. A row with no card number is from
      *              before the card master and is held as sent.
      *              A card item on an account that has not opted in
      *              to overdraft coverage (OD-OPT-INS.dat) is
      *              declined when it would overdraw - see AUTH-HOLD-
      *              PROC's ODI decline.
      * USED BY:    AUTH-HOLD-PROC, TXN-VALIDATOR, ACCOUNT-INQUIRY
      *================================================================
           01 AUTH-HOLD-RECORD.
               05 AH-AMOUNT            PIC 9(9)V99.
               05 AH-AUTH-DATE         PIC X(10).
               05 AH-MERCHANT          PIC X(25).
               05 AH-CARD-NUMBER       PIC X(16).
               05 AH-CHANNEL           PIC X(01).
                   88 AH-ATM               VALUE "A".
                   88 AH-POS               VALUE "P".
      *        R when the vendor flags the purchase as a recurring
      *        debit the customer has authorized the merchant to
      *        take - outside Regulation E's opt-in rule, so it is
      *        not declined or fee-waived for want of consent.
               05 AH-RECURRING         PIC X(01).
                   88 AH-RECURRING-DEBIT   VALUE "R".
               05 FILLER               PIC X(26) VALUE SPACES.
