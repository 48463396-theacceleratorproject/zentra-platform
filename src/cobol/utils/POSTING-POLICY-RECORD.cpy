      *================================================================
      * COPYBOOK:   POSTING-POLICY-RECORD.cpy
      * DESCRIPTION: The bank's posting-order and overdraft-decision
      *              policy, one row in the optional control file
      *              data/input/POSTING-POLICY.dat (20-byte fixed).
      *              PP-POSTING-ORDER decides the order the day's
      *              items are judged and posted in:
      *                F - feed order, as the items arrive
      *                C - every credit first, then the debits
      *                    oldest-dated first
      *                S - every credit first, then the debits
      *                    smallest first
      *                L - every credit first, then the debits
      *                    largest first
      *              With a policy on file the rule service also
      *              carries each account's running available balance
      *              through the day, so each debit is judged against
      *              what the items ahead of it in that order left.
      *              PP-OD-DECISION "Y" sends a debit that would
      *              overdraw to the officer's paying-decision list
      *              instead of rejecting it E04; the officer pays or
      *              returns it within PP-DECISION-DAYS business days
      *              or it is returned.
      *              No file on hand is exactly the old behavior:
      *              feed order, every debit judged against the
      *              opening balance, and a short item rejected E04.
      * USED BY:    TXN-RULE-CHECK, TXN-VALIDATOR, OD-PAYING-DECISION
      *================================================================
           01 POSTING-POLICY-RECORD.
               05 PP-POSTING-ORDER     PIC X(01).
                   88 PP-FEED-ORDER        VALUE "F".
                   88 PP-CREDITS-THEN-DATE VALUE "C".
                   88 PP-CREDITS-THEN-LOW  VALUE "S".
                   88 PP-CREDITS-THEN-HIGH VALUE "L".
               05 PP-OD-DECISION       PIC X(01).
                   88 PP-OD-TO-OFFICER     VALUE "Y".
               05 PP-DECISION-DAYS     PIC 9(02).
               05 FILLER               PIC X(16).
