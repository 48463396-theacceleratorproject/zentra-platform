      *              DATA-QUALITY-EXCEPTIONS.dat gets - so the vendor
      *              picks up one file per night instead of five.
      * USED BY:    FEE-ENGINE, HOLD-RELEASE, TXN-VALIDATOR,
      *             DEPOSIT-RETURN-PROC, OD-PAYING-DECISION
      *================================================================
           01 CUSTOMER-ALERT-RECORD.
               05 CA-DATE              PIC X(10).
