      *================================================================
      * COPYBOOK:   INWARD-CLEARING-RECORD.cpy
      * DESCRIPTION: One check drawn on us and presented for payment
      *              by another bank, from the clearing house's
      *              INWARD-CLEARING.dat presentment file (100-byte
      *              fixed): the presenting bank's item sequence
      *              number, our account and the check number, the
      *              amount, the presenting bank's routing number and
      *              the image archive reference.
      *              ICL-STATUS/ICL-RETURN-REASON are filled in by
      *              CHECK-CLEARING-PROC as each item is decided; a
      *              returned item is written back out to
      *              CHECK-RETURNS.dat for the presenting bank and a
      *              paid item to the CLEARED-CHECKS.dat register
      *              (stamped with the date it cleared) - the
      *              request-doubles-as-result approach
      *              ACCOUNT-MAINT-RECORD.cpy uses.
      * USED BY:    CHECK-CLEARING-PROC
      *================================================================
           01 INWARD-CLEARING-RECORD.
               05 ICL-ITEM-SEQ         PIC X(15).
               05 ICL-ACCOUNT-ID       PIC X(10).
               05 ICL-CHECK-NUMBER     PIC X(10).
               05 ICL-AMOUNT           PIC 9(9)V99.
               05 ICL-PRESENT-ROUTING  PIC X(09).
               05 ICL-IMAGE-REF        PIC X(20).
               05 ICL-STATUS           PIC X(03).
                   88 ICL-PENDING          VALUE "PND".
                   88 ICL-PAID             VALUE "APR".
                   88 ICL-RETURNED         VALUE "REJ".
      *        Return reasons are the single-letter check-return
      *        codes of the image exchange standard, so the return
      *        file goes back to the presenting bank without
      *        translation.
               05 ICL-RETURN-REASON    PIC X(01).
                   88 ICL-RTN-NSF          VALUE "A".
                   88 ICL-RTN-STOPPED      VALUE "C".
                   88 ICL-RTN-CLOSED       VALUE "D".
                   88 ICL-RTN-NO-ACCOUNT   VALUE "E".
                   88 ICL-RTN-FROZEN       VALUE "F".
                   88 ICL-RTN-ALTERED      VALUE "N".
                   88 ICL-RTN-UNPROCESSED  VALUE "O".
                   88 ICL-RTN-OVER-LIMIT   VALUE "P".
                   88 ICL-RTN-NOT-AUTH     VALUE "Q".
                   88 ICL-RTN-DUPLICATE    VALUE "Y".
               05 ICL-CLEARED-DATE     PIC X(10).
               05 FILLER               PIC X(11) VALUE SPACES.
