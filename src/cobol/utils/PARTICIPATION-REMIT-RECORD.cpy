      *================================================================
      * COPYBOOK:   PARTICIPATION-REMIT-RECORD.cpy
      * DESCRIPTION: One participant bank's monthly remittance
      *              (120-byte fixed) in PARTICIPATION-REMITTANCE.dat,
      *              written fresh by PARTICIPATION-REMIT on the last
      *              business day of the month: the month's principal
      *              and interest collected on its shares, the
      *              servicing fee the bank kept, and the net wired
      *              to PR-REMIT-ROUTING / PR-REMIT-ACCOUNT.
      * USED BY:    PARTICIPATION-REMIT
      *================================================================
           01 PARTICIPATION-REMIT-RECORD.
               05 PR-REMIT-DATE        PIC X(10).
               05 PR-PARTICIPANT-ID    PIC X(08).
               05 PR-PARTICIPANT-NAME  PIC X(30).
               05 PR-REMIT-ROUTING     PIC X(09).
               05 PR-REMIT-ACCOUNT     PIC X(17).
               05 PR-PRINCIPAL         PIC 9(9)V99.
               05 PR-INTEREST          PIC 9(9)V99.
               05 PR-SVC-FEE           PIC 9(7)V99.
               05 PR-NET-REMIT         PIC 9(9)V99.
               05 PR-LOAN-COUNT        PIC 9(03).
               05 FILLER               PIC X(01) VALUE SPACES.
