      *================================================================
      * COPYBOOK:   IOLTA-FOUNDATION-RECORD.cpy
      * DESCRIPTION: One state bar foundation that receives IOLTA
      *              interest (80-byte fixed) in the optional
      *              IOLTA-FOUNDATIONS.dat reference file. Names the
      *              foundation on its remittance and report; a code
      *              with no row remits under the code alone.
      * USED BY:    IOLTA-REMIT
      *================================================================
           01 IOLTA-FOUNDATION-RECORD.
               05 IFN-FOUNDATION-CODE  PIC X(08).
               05 IFN-FOUNDATION-NAME  PIC X(40).
               05 IFN-STATE            PIC X(02).
               05 FILLER               PIC X(30) VALUE SPACES.
