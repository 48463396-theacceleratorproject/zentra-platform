      *================================================================
      * COPYBOOK:   PRICING-EXCEPTION-RECORD.cpy
      * DESCRIPTION: One negotiated pricing exception on a deposit
      *              account (100-byte fixed) in
      *              PRICING-EXCEPTIONS.dat - the bonus rate or the
      *              waived fee a relationship manager promised,
      *              written down instead of refunded by hand every
      *              month. The account's manager keys the account,
      *              an exception ID, the terms, the start and expiry
      *              dates and the approving officer (an operator ID
      *              from OPERATORS.dat).
      *              A rate exception (PX-RATE-EXCEPTION) changes what
      *              INTEREST-CALC accrues on a positive balance:
      *                O - PX-RATE-VALUE replaces the account's rate
      *                    (base, tier and CD locked rate alike)
      *                S - PX-RATE-VALUE is a spread added to it
      *                    (signed; a decimal fraction like the rate
      *                    table, so +0.005000 is half a point)
      *              A fee exception (PX-FEE-EXCEPTION) takes
      *              PX-DISCOUNT-PCT percent off one FEE-ENGINE fee,
      *              100 being a full waiver:
      *                MNT maintenance   LBL low balance
      *                ODF overdraft     EXC excess activity
      *                RIF returned item ALL every one of these
      *              PRICING-EXCEPTION-PROC keeps PX-STATUS each night
      *              ahead of the engines, which apply only an A row
      *              whose dates cover the day:
      *                spaces - keyed, not yet reviewed
      *                P - approved, start date still to come
      *                A - approved and in force
      *                X - lapsed: the expiry date has passed
      *                R - refused: the approving officer is not a
      *                    supervisor on the operator roster, or the
      *                    terms do not make sense (see the report)
      * USED BY:    PRICING-EXCEPTION-PROC, INTEREST-CALC, FEE-ENGINE
      *================================================================
           01 PRICING-EXCEPTION-RECORD.
               05 PX-ACCOUNT-ID        PIC X(10).
               05 PX-EXCEPTION-ID      PIC X(08).
               05 PX-TYPE              PIC X(01).
                   88 PX-RATE-EXCEPTION    VALUE "R".
                   88 PX-FEE-EXCEPTION     VALUE "F".
               05 PX-RATE-METHOD       PIC X(01).
                   88 PX-RATE-OVERRIDE     VALUE "O".
                   88 PX-RATE-SPREAD       VALUE "S".
               05 PX-RATE-VALUE        PIC S9(3)V9(6)
                                       SIGN LEADING SEPARATE.
               05 PX-FEE-CODE          PIC X(03).
                   88 PX-FEE-MAINTENANCE   VALUE "MNT".
                   88 PX-FEE-LOW-BALANCE   VALUE "LBL".
                   88 PX-FEE-OVERDRAFT     VALUE "ODF".
                   88 PX-FEE-EXCESS        VALUE "EXC".
                   88 PX-FEE-RETURNED-ITEM VALUE "RIF".
                   88 PX-FEE-ALL           VALUE "ALL".
                   88 PX-FEE-CODE-VALID    VALUE "MNT" "LBL" "ODF"
                                                 "EXC" "RIF" "ALL".
               05 PX-DISCOUNT-PCT      PIC 9(03).
               05 PX-START-DATE        PIC X(10).
               05 PX-EXPIRY-DATE       PIC X(10).
               05 PX-APPROVED-BY       PIC X(06).
               05 PX-STATUS            PIC X(01).
                   88 PX-UNREVIEWED        VALUE " ".
                   88 PX-PENDING           VALUE "P".
                   88 PX-IN-FORCE          VALUE "A".
                   88 PX-LAPSED            VALUE "X".
                   88 PX-REFUSED           VALUE "R".
               05 PX-NOTE              PIC X(20).
               05 FILLER               PIC X(17) VALUE SPACES.
