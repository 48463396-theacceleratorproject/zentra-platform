      *              STANDING-ORDER-GEN each time it fires, so the
      *              same row keeps recurring on its own schedule
      *              instead of being re-keyed every cycle.
      * USED BY:    STANDING-ORDER-GEN, DIGITAL-FEED
      *================================================================
           01 STANDING-ORDER-RECORD.
               05 SO-SOURCE-ACCOUNT    PIC X(10).
