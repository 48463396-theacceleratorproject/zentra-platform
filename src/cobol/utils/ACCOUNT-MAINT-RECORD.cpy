      *              unsigned adjustment amount, with AM-ADJUST-SIGN
      *              giving the direction - neither field is needed
      *              by ADJUST in its OPEN sense, so no new space had
      *              to be carved out for them. ODOPTIN/ODOPTOT carry
      *              their channel and operator in bytes carved from
      *              the trailing filler.
      * USED BY:    ACCOUNT-MAINT, CUSTODIAL-PROC, DOC-EXCEPTION-PROC,
      *             TELLER-ENTRY
      *================================================================
           01 ACCOUNT-MAINT-RECORD.
               05 AM-ACCOUNT-ID        PIC X(10).
      *            history and accumulators all stay put - the whole
      *            point over close-and-reopen.
                   88 AM-CONVERT           VALUE "CONVERT".
      *            Retitle to a new owner's name: AM-NAME carries the
      *            name the account takes. Queued by CUSTODIAL-PROC
      *            when a custodial account passes to the former
      *            minor; the balance and everything else stay put.
                   88 AM-RETITLE           VALUE "RETITLE".
      *            Overdraft coverage consent for ATM and one-time
      *            debit card items (Regulation E): ODOPTIN records
      *            the customer's opt-in, ODOPTOT its revocation, on
      *            OD-OPT-INS.dat with the channel and operator that
      *            took it; either way a confirmation letter goes out.
                   88 AM-OD-OPT-IN         VALUE "ODOPTIN".
                   88 AM-OD-OPT-OUT        VALUE "ODOPTOT".
               05 AM-NAME               PIC X(25).
               05 AM-TYPE               PIC X(10).
                   88 AM-CHECKING           VALUE "CHECKING  ".
                   88 AM-ERR-BAD-CONVERT    VALUE "M13".
      *            OPEN naming a type with no product-master row.
                   88 AM-ERR-BAD-TYPE       VALUE "M14".
      *            ODOPTIN on an account whose product never carries
      *            overdraft, and an ODOPTIN/ODOPTOT whose channel is
      *            not one of B/P/O/W.
                   88 AM-ERR-NO-OD-PRODUCT  VALUE "M15".
                   88 AM-ERR-BAD-CHANNEL    VALUE "M16".
               05 AM-ADJUST-SIGN        PIC X(01).
                   88 AM-ADJ-CREDIT         VALUE "+".
                   88 AM-ADJ-DEBIT          VALUE "-".
      *        ODOPTIN/ODOPTOT only: how the consent was taken (see
      *        OD-OPT-IN-RECORD.cpy) and the operator who took it.
               05 AM-OPTIN-CHANNEL      PIC X(01).
               05 AM-OPTIN-OPERATOR     PIC X(06).
               05 FILLER                PIC X(11) VALUE SPACES.
