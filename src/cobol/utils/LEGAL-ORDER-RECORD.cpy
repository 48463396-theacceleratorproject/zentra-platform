      *              to the authority once satisfied or at
      *              LO-DEADLINE. A release feed closes an order
      *              early.
      * USED BY:    LEGAL-ORDER-PROC, TXN-VALIDATOR, LOAN-OFFSET
      *================================================================
           01 LEGAL-ORDER-RECORD.
               05 LO-ORDER-ID          PIC X(10).
