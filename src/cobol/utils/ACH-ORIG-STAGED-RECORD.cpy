      *================================================================
      * COPYBOOK:   ACH-ORIG-STAGED-RECORD.cpy
      * DESCRIPTION: One accepted origination entry waiting for its
      *              batch's offsetting debit to post, on
      *              ACH-ORIG-STAGED.dat (110-byte fixed): the
      *              company account and batch ID the ACB offset
      *              carries, then the entry already formatted as an
      *              OUTBOUND-ACH.dat row. TXN-PROCESSOR copies a
      *              batch's rows to OUTBOUND-ACH.dat (dated the day
      *              it posts) when it posts that batch's offset.
      * USED BY:    ACH-ORIG-INTAKE, TXN-PROCESSOR
      *================================================================
           01 ACH-ORIG-STAGED-RECORD.
               05 AOS-ACCOUNT-ID       PIC X(10).
               05 AOS-BATCH-ID         PIC X(10).
               05 AOS-OUTBOUND-ROW     PIC X(90).
