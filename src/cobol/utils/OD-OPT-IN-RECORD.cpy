      *================================================================
      * COPYBOOK:   OD-OPT-IN-RECORD.cpy
      * DESCRIPTION: An account's overdraft-coverage consent for ATM
      *              and one-time debit card items, on OD-OPT-INS.dat
      *              (50-byte fixed, one row per account that has ever
      *              given or revoked consent). An account with no
      *              row has never opted in - the default under
      *              Regulation E. Maintained by ACCOUNT-MAINT's
      *              ODOPTIN/ODOPTOT actions (TELLER-ENTRY queues the
      *              same actions from the branch); the row keeps the
      *              latest status with the date and channel it was
      *              taken on and the operator who took it.
      *              Companion to ACCOUNT-RECORD.cpy for the same
      *              reason ACCOUNT-OD-GRACE-RECORD.cpy is - the
      *              master has no spare bytes left to grow.
      *                Y - opted in
      *                N - opt-in revoked
      *              Channel:
      *                B - branch (teller)
      *                P - telephone
      *                O - online banking
      *                W - written (mailed form)
      * USED BY:    ACCOUNT-MAINT, AUTH-HOLD-PROC, FEE-ENGINE,
      *             OD-OPT-IN-REPORT
      *================================================================
           01 OD-OPT-IN-RECORD.
               05 OI-ACCOUNT-ID        PIC X(10).
               05 OI-STATUS            PIC X(01).
                   88 OI-OPTED-IN          VALUE "Y".
                   88 OI-REVOKED           VALUE "N".
               05 OI-STATUS-DATE       PIC X(10).
               05 OI-CHANNEL           PIC X(01).
                   88 OI-VIA-BRANCH        VALUE "B".
                   88 OI-VIA-PHONE         VALUE "P".
                   88 OI-VIA-ONLINE        VALUE "O".
                   88 OI-VIA-WRITTEN       VALUE "W".
                   88 OI-VALID-CHANNEL     VALUE "B" "P" "O" "W".
               05 OI-OPERATOR          PIC X(06).
      *        Date consent was first given - kept across a later
      *        revoke and re-opt-in so the monthly report can tell a
      *        new opt-in from a returning one.
               05 OI-FIRST-OPT-IN      PIC X(10).
               05 FILLER               PIC X(12) VALUE SPACES.
