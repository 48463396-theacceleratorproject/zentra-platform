      *================================================================
      * COPYBOOK:   LOAN-PARTICIPATION-RECORD.cpy
      * DESCRIPTION: One participant's share of a loan we sold down
      *              (150-byte fixed) in the optional
      *              LOAN-PARTICIPATIONS.dat, the companion file to
      *              LOAN-MASTER.dat for commercial credits partly
      *              sold to partner banks - keyed by LP-LOAN-ID, a
      *              loan may carry several participants, set up by
      *              lending ops on the sale date.
      *              LP-PCT-SOLD is the percentage of the loan the
      *              participant owns (0250000 is 25%); the shares
      *              on one loan never total more than 100.
      *              LP-SVC-RATE is the annual servicing rate the
      *              bank keeps out of the participant's interest
      *              (000002500 is 0.25%), against the note's
      *              LN-ANNUAL-RATE.
      *              LP-REMIT-ROUTING / LP-REMIT-ACCOUNT name where
      *              the month's remittance goes.
      *              LP-STATUS R marks a share the bank repurchased;
      *              it no longer splits collections.
      * USED BY:    LOAN-SETTLE, PARTICIPATION-REMIT, CALL-REPORT,
      *             NIM-REPORT
      *================================================================
           01 LOAN-PARTICIPATION-RECORD.
               05 LP-LOAN-ID           PIC X(10).
               05 LP-PARTICIPANT-ID    PIC X(08).
               05 LP-PARTICIPANT-NAME  PIC X(30).
               05 LP-PCT-SOLD-X        PIC X(07).
               05 LP-PCT-SOLD REDEFINES LP-PCT-SOLD-X
                                       PIC 9(3)V9(4).
               05 LP-SVC-RATE-X        PIC X(09).
               05 LP-SVC-RATE REDEFINES LP-SVC-RATE-X
                                       PIC 9(3)V9(6).
               05 LP-REMIT-ROUTING     PIC X(09).
               05 LP-REMIT-ACCOUNT     PIC X(17).
               05 LP-SOLD-DATE         PIC X(10).
               05 LP-STATUS            PIC X(01).
                   88 LP-ACTIVE            VALUE "A" " ".
                   88 LP-REPURCHASED       VALUE "R".
               05 FILLER               PIC X(49) VALUE SPACES.
