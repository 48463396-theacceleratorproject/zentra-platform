      *              exists and AOG-NEGATIVE-SINCE is within the grace
      *              window, no overdraft fee is assessed for that
      *              account - see FEE-ENGINE's CHECK-OD-GRACE.
      *              AOG-COVERED-AMOUNT totals the ATM and one-time
      *              debit card items posted during the episode, the
      *              part of the overdraft that carries no fee on an
      *              account that has not opted in to coverage.
      *              Companion to ACCOUNT-RECORD.cpy - kept in a
      *              separate file rather than an inline field because
      *              ACCOUNT-RECORD.cpy has no spare bytes left to
           01 ACCOUNT-OD-GRACE-RECORD.
               05 AOG-ACCOUNT-ID       PIC X(10).
               05 AOG-NEGATIVE-SINCE   PIC X(10).
               05 AOG-COVERED-AMOUNT   PIC 9(9)V99.
               05 FILLER               PIC X(69) VALUE SPACES.
