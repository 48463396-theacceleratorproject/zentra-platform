      *              each request is processed and the record written
      *              back out - the request-doubles-as-result
      *              approach ACCOUNT-MAINT-RECORD.cpy uses.
      * USED BY:    FEE-REFUND-PROC, COMPLAINT-PROC, COMPLAINT-AGING
      *================================================================
           01 FEE-REFUND-RECORD.
               05 FRR-ACCOUNT-ID       PIC X(10).
