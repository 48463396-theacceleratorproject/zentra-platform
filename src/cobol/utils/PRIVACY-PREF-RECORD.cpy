      *================================================================
      * COPYBOOK:   PRIVACY-PREF-RECORD.cpy
      * DESCRIPTION: One customer's privacy choices (100-byte fixed),
      *              one row per customer on PRIVACY-PREFERENCES.dat
      *              keyed by the CIF customer ID. A customer with no
      *              row has opted out of nothing. Each choice is Y
      *              (opted out) or N/space (not), and carries the
      *              date it was last set - the GLBA opt-out and the
      *              TCPA do-not-call request both have to be shown
      *              honoured from the day they were made:
      *                AFFILIATE - no sharing of the customer's
      *                            information with affiliates
      *                MAIL      - no marketing by post
      *                PHONE     - no marketing calls
      *                EMAIL     - no marketing email
      *                SMS       - no marketing text messages
      *                DNC       - do not call: stops calls AND texts,
      *                            whatever the PHONE/SMS choices say
      *              Maintained by CUSTOMER-MAINT's PRIV action; a
      *              merge carries every opt-out of the duplicate to
      *              the survivor.
      * USED BY:    CUSTOMER-MAINT, CAMPAIGN-EXTRACT
      *================================================================
           01 PRIVACY-PREF-RECORD.
               05 PV-CUSTOMER-ID       PIC X(10).
               05 PV-CHOICES.
                   10 PV-AFFILIATE-OPT     PIC X(01).
                       88 PV-NO-AFFILIATE-SHARE VALUE "Y".
                   10 PV-AFFILIATE-DATE    PIC X(10).
                   10 PV-MAIL-OPT          PIC X(01).
                       88 PV-NO-MAIL           VALUE "Y".
                   10 PV-MAIL-DATE         PIC X(10).
                   10 PV-PHONE-OPT         PIC X(01).
                       88 PV-NO-PHONE          VALUE "Y".
                   10 PV-PHONE-DATE        PIC X(10).
                   10 PV-EMAIL-OPT         PIC X(01).
                       88 PV-NO-EMAIL          VALUE "Y".
                   10 PV-EMAIL-DATE        PIC X(10).
                   10 PV-SMS-OPT           PIC X(01).
                       88 PV-NO-SMS            VALUE "Y".
                   10 PV-SMS-DATE          PIC X(10).
                   10 PV-DNC-OPT           PIC X(01).
                       88 PV-DO-NOT-CALL       VALUE "Y".
                   10 PV-DNC-DATE          PIC X(10).
      *        The same six choices as a table, in the order above,
      *        for the code that walks them.
               05 PV-CHOICE-TABLE REDEFINES PV-CHOICES.
                   10 PV-CHOICE OCCURS 6 TIMES.
                       15 PV-CHOICE-OPT    PIC X(01).
                       15 PV-CHOICE-DATE   PIC X(10).
               05 FILLER               PIC X(24) VALUE SPACES.
