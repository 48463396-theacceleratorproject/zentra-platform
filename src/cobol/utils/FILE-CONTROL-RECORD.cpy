      *              or records appended after the trailer by another
      *              program in the chain - are simply not covered.
      * USED BY:    TXN-VALIDATOR, TXN-PROCESSOR, ACCOUNT-MAINT,
      *             TXN-RESUBMIT, DIGITAL-FEED, OUTBOUND-REGISTRY
      *================================================================
           01 FILE-CTL-RECORD.
               05 FCR-TAG              PIC X(04).
