      *================================================================
      * COPYBOOK:   SAR-ACTION-RECORD.cpy
      * DESCRIPTION: One investigator action against a SAR case
      *              (120-byte fixed), keyed by compliance staff onto
      *              data/restricted/SAR-CASE-ACTIONS.dat and applied
      *              by SAR-CASES ahead of the night's alerts. The
      *              keying operator must hold the compliance role
      *              on OPERATORS.dat or the action is refused.
      *                OPEN  manual referral - SA-VALUE names the
      *                      account (or a customer ID), SA-AMOUNT
      *                      the amount involved
      *                ASGN  assign the investigator (an operator ID)
      *                SUBJ  add a subject (CIF customer ID)
      *                ACCT  add an involved account
      *                TREF  add a transaction reference
      *                FILE  decision to file - rationale required
      *                NOFL  decision not to file - rationale
      *                      required
      *                BSID  record the BSA ID from the filing
      *                      acknowledgement
      *                REVW  continuing-activity review of a filed
      *                      case - SA-VALUE C files a continuing
      *                      SAR, X closes the watch
      * USED BY:    SAR-CASES
      *================================================================
           01 SAR-ACTION-RECORD.
               05 SA-CASE-ID           PIC X(08).
               05 SA-ACTION            PIC X(04).
                   88 SA-OPEN              VALUE "OPEN".
                   88 SA-ASSIGN            VALUE "ASGN".
                   88 SA-ADD-SUBJECT       VALUE "SUBJ".
                   88 SA-ADD-ACCOUNT       VALUE "ACCT".
                   88 SA-ADD-TXN-REF       VALUE "TREF".
                   88 SA-FILE              VALUE "FILE".
                   88 SA-NO-FILE           VALUE "NOFL".
                   88 SA-BSA-ID            VALUE "BSID".
                   88 SA-REVIEW            VALUE "REVW".
               05 SA-OPERATOR-ID       PIC X(06).
               05 SA-VALUE             PIC X(14).
               05 SA-AMOUNT            PIC 9(9)V99.
               05 SA-RATIONALE         PIC X(60).
               05 FILLER               PIC X(17) VALUE SPACES.
