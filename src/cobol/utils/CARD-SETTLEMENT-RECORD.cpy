      *================================================================
      * COPYBOOK:   CARD-SETTLEMENT-RECORD.cpy
      * DESCRIPTION: One debit-card settlement recognised in today's
      *              feed, on CARD-SETTLEMENTS.dat (50-byte fixed,
      *              rebuilt each AUTH-HOLD-PROC run, the previous
      *              run's rows carried ahead of today's so FEE-
      *              ENGINE can still tell which of last night's
      *              posted WDRs were card items). When a WDR in
      *              DAILY-TRANSACTIONS.dat consumes an authorization
      *              hold, that withdrawal is a card purchase or ATM
      *              cash settlement rather than a teller or ACH
      *              debit; this file remembers which, so downstream
      *              programs can tell card spend apart from the other
      *              WDRs on the approved file (match on account and
      *              amount, one row per settlement). Card number is
      *              the last four digits only.
      *                P - point-of-sale purchase
      *                A - ATM cash
      * USED BY:    AUTH-HOLD-PROC, ROUNDUP-SWEEP, FEE-ENGINE
      *================================================================
           01 CARD-SETTLEMENT-RECORD.
               05 CSL-SETTLE-DATE      PIC X(10).
               05 CSL-ACCOUNT-ID       PIC X(10).
               05 CSL-AMOUNT           PIC 9(9)V99.
               05 CSL-CARD-LAST4       PIC X(04).
               05 CSL-CHANNEL          PIC X(01).
                   88 CSL-POS              VALUE "P".
                   88 CSL-ATM              VALUE "A".
      *        Carried from the authorization's AH-RECURRING.
               05 CSL-RECURRING        PIC X(01).
                   88 CSL-RECURRING-DEBIT  VALUE "R".
               05 FILLER               PIC X(13) VALUE SPACES.
