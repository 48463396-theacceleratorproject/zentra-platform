      *================================================================
      * COPYBOOK:   CUSTODIAL-RECORD.cpy
      * DESCRIPTION: UTMA/UGMA custodial relationship on a deposit
      *              account (100-byte fixed) in CUSTODIAL-ACCOUNTS.dat.
      *              Companion to ACCOUNT-RECORD.cpy the way
      *              TAX-ACCOUNT-RECORD.cpy is: the account is an
      *              ordinary product, this row says it is held by a
      *              custodian for a minor. Operations keys the
      *              account, both CIF customer IDs, the transfers-
      *              to-minors act and the governing state;
      *              CUSTODIAL-PROC keeps the rest:
      *                - the majority date, the minor's
      *                  CU-BIRTH-DATE plus the age of majority (the
      *                  CST-MAJORITY-AGE override when keyed, else
      *                  the state's age for the act from
      *                  MAJORITY-AGES.dat, else 21 under UTMA and
      *                  18 under UGMA)
      *                - the date the approaching-majority notice
      *                  went to both parties
      *                - the date the account passed to the former
      *                  minor
      *              Only the custodian may withdraw while the
      *              relationship is open - TELLER-ENTRY and
      *              CARD-MAINT hold to that.
      *              Status:
      *                A (or spaces) - open, minor not yet notified
      *                N - open, approaching-majority notice sent
      *                C - converted: the former minor owns the
      *                    account; the row stays as the record
      * USED BY:    CUSTODIAL-PROC, TELLER-ENTRY, CARD-MAINT
      *================================================================
           01 CUSTODIAL-RECORD.
               05 CST-ACCOUNT-ID       PIC X(10).
               05 CST-MINOR-ID         PIC X(10).
               05 CST-CUSTODIAN-ID     PIC X(10).
               05 CST-ACT              PIC X(01).
                   88 CST-UTMA             VALUE "U".
                   88 CST-UGMA             VALUE "G".
               05 CST-STATE            PIC X(02).
      *        Zero or spaces: the state's age for the act.
               05 CST-MAJORITY-AGE     PIC X(02).
               05 CST-STATUS           PIC X(01).
                   88 CST-ACTIVE           VALUE "A" " ".
                   88 CST-NOTICE-SENT      VALUE "N".
                   88 CST-CONVERTED        VALUE "C".
               05 CST-MAJORITY-DATE    PIC X(10).
               05 CST-NOTICE-DATE      PIC X(10).
               05 CST-CONVERTED-DATE   PIC X(10).
               05 FILLER               PIC X(34) VALUE SPACES.
