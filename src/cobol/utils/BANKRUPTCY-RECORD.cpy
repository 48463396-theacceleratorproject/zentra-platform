      *================================================================
      * COPYBOOK:   BANKRUPTCY-RECORD.cpy
      * DESCRIPTION: One customer bankruptcy filing (100-byte fixed)
      *              in BANKRUPTCY-FILINGS.dat, kept by the legal
      *              department from the court notice - one row per
      *              case, keyed by the debtor's CIF customer ID.
      *              While a case stands filed the automatic stay is
      *              in force on every loan whose payment account
      *              the customer is linked to, and nothing in the
      *              cycle may collect from them on its own: no
      *              set-off against their deposits (LOAN-OFFSET),
      *              no late charges (LOAN-SETTLE), no past-due
      *              notices (LOAN-COLLECTIONS). Such a loan charges
      *              off on the bankruptcy timetable rather than by
      *              aging (LOAN-CHARGEOFF), carries the case on the
      *              credit-bureau extract (BUREAU-EXTRACT), and is
      *              listed for the proof of claim
      *              (BANKRUPTCY-CLAIMS). A discharge or a dismissal
      *              ends the stay; the row stays on file with
      *              BK-CLOSED-DATE stamped and the bureau indicator
      *              follows it. A filed or discharged case keeps the
      *              customer off every marketing list
      *              (CAMPAIGN-EXTRACT); a dismissed one does not.
      * USED BY:    LOAN-OFFSET, LOAN-SETTLE, LOAN-COLLECTIONS,
      *             LOAN-CHARGEOFF, BUREAU-EXTRACT, BANKRUPTCY-CLAIMS,
      *             CAMPAIGN-EXTRACT
      *================================================================
           01 BANKRUPTCY-RECORD.
               05 BK-CUSTOMER-ID       PIC X(10).
      *        07 liquidation, 11 reorganization, 13 wage-earner
      *        plan.
               05 BK-CHAPTER           PIC X(02).
                   88 BK-CHAPTER-7         VALUE "07".
                   88 BK-CHAPTER-11        VALUE "11".
                   88 BK-CHAPTER-13        VALUE "13".
               05 BK-FILING-DATE       PIC X(10).
               05 BK-CASE-NUMBER       PIC X(15).
               05 BK-TRUSTEE           PIC X(25).
               05 BK-STATUS            PIC X(01).
                   88 BK-FILED             VALUE "F".
                   88 BK-DISCHARGED        VALUE "D".
                   88 BK-DISMISSED         VALUE "X".
                   88 BK-STAY-ACTIVE       VALUE "F".
               05 BK-CLOSED-DATE       PIC X(10).
               05 FILLER               PIC X(27) VALUE SPACES.
