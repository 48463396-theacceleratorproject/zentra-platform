      *              posted final) or V (denied - the provisional
      *              credit is reversed back out). Closed cases stay
      *              on file as the Reg E record.
      * USED BY:    DISPUTE-PROC, COMPLAINT-PROC, COMPLAINT-AGING
      *================================================================
           01 DISPUTE-CASE-RECORD.
               05 DSP-CASE-ID          PIC X(08).
