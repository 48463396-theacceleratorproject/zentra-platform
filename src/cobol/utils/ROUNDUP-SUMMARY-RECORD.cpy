      *================================================================
      * COPYBOOK:   ROUNDUP-SUMMARY-RECORD.cpy
      * DESCRIPTION: Month-to-date round-up savings for one customer
      *              and enrolled checking account, on
      *              ROUNDUP-MONTHLY-SUMMARY.dat (100-byte fixed).
      *              ROUNDUP-SWEEP adds each night's figures to the
      *              current month's row and keeps the last thirteen
      *              months, so the file doubles as the marketing
      *              extract. Round-ups are counted when the sweep is
      *              queued; a night skipped because the sweep would
      *              have overdrawn checking is counted separately and
      *              its spare change is not carried forward.
      *              RUS-CUSTOMER-ID is the first CIF party linked to
      *              the checking account (spaces when none).
      * USED BY:    ROUNDUP-SWEEP, STATEMENT-GEN
      *================================================================
           01 ROUNDUP-SUMMARY-RECORD.
               05 RUS-MONTH            PIC X(07).
               05 RUS-CUSTOMER-ID      PIC X(10).
               05 RUS-CHECKING-ACCT    PIC X(10).
               05 RUS-SAVINGS-ACCT     PIC X(10).
               05 RUS-MULTIPLIER       PIC 9(02).
               05 RUS-ITEM-COUNT       PIC 9(05).
               05 RUS-SWEEP-COUNT      PIC 9(03).
               05 RUS-SWEPT-TOTAL      PIC 9(07)V99.
               05 RUS-SKIP-COUNT       PIC 9(03).
               05 RUS-SKIPPED-TOTAL    PIC 9(07)V99.
               05 RUS-LAST-SWEEP-DATE  PIC X(10).
               05 FILLER               PIC X(22) VALUE SPACES.
