      *================================================================
      * COPYBOOK:   LOAN-COLLATERAL-RECORD.cpy
      * DESCRIPTION: One pledge of collateral to a loan (150-byte
      *              fixed) in LOAN-COLLATERAL.dat, the collateral
      *              register kept by lending ops alongside
      *              LOAN-MASTER.dat - keyed by CL-LOAN-ID. A loan
      *              secured by several items has one row per item;
      *              an item securing several loans (a cross-
      *              collateralized relationship) carries the same
      *              CL-COLLATERAL-ID on each loan's row, and its
      *              value is shared across those loans in proportion
      *              to their balances when LTV is figured. Where the
      *              rows for one item disagree, the one with the
      *              latest CL-VALUATION-DATE is taken as the current
      *              appraisal.
      *              Raw money bytes carry no assumed decimal point
      *              of their own; REDEFINES re-views them with the
      *              matching picture, as on LOAN-MASTER-RECORD.
      * USED BY:    COLLATERAL-REPORT
      *================================================================
           01 LOAN-COLLATERAL-RECORD.
               05 CL-LOAN-ID           PIC X(10).
               05 CL-COLLATERAL-ID     PIC X(10).
      *        RE real estate, VE vehicle, EQ equipment, DP deposit
      *        account, SE securities, OT other. Only the physical
      *        kinds must carry hazard insurance.
               05 CL-TYPE              PIC X(02).
                   88 CL-REAL-ESTATE       VALUE "RE".
                   88 CL-VEHICLE           VALUE "VE".
                   88 CL-EQUIPMENT         VALUE "EQ".
                   88 CL-DEPOSIT           VALUE "DP".
                   88 CL-SECURITIES        VALUE "SE".
                   88 CL-OTHER             VALUE "OT".
                   88 CL-NEEDS-INSURANCE   VALUE "RE" "VE" "EQ".
               05 CL-DESCRIPTION       PIC X(30).
               05 CL-APPRAISED-VALUE-X PIC X(11).
               05 CL-APPRAISED-VALUE REDEFINES CL-APPRAISED-VALUE-X
                                       PIC 9(9)V99.
               05 CL-VALUATION-DATE    PIC X(10).
      *        1 first lien; 2 and up sit behind liens held by other
      *        lenders, whose balances ride in CL-PRIOR-LIENS and
      *        count against the item's value in combined LTV.
               05 CL-LIEN-POSITION     PIC 9(01).
               05 CL-PRIOR-LIENS-X     PIC X(11).
               05 CL-PRIOR-LIENS REDEFINES CL-PRIOR-LIENS-X
                                       PIC 9(9)V99.
               05 CL-INS-CARRIER       PIC X(20).
               05 CL-INS-POLICY        PIC X(15).
               05 CL-INS-EXPIRY-DATE   PIC X(10).
      *        R marks a pledge released (loan paid or collateral
      *        substituted) - kept on the register for the record
      *        but out of LTV and insurance tracking.
               05 CL-STATUS            PIC X(01).
                   88 CL-PLEDGED           VALUE "A" " ".
                   88 CL-RELEASED          VALUE "R".
               05 FILLER               PIC X(19).
