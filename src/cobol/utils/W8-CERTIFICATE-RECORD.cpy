      *================================================================
      * COPYBOOK:   W8-CERTIFICATE-RECORD.cpy
      * DESCRIPTION: One foreign person's certificate of foreign
      *              status (100-byte fixed), one row per customer on
      *              W8-CERTIFICATES.dat keyed by the CIF customer ID.
      *              The CIF row carries only the status byte
      *              (CU-FOREIGN-PERSON); the form's facts live here.
      *              W8-TREATY-RATE is the withholding rate the
      *              customer's country's treaty allows on interest,
      *              in percent (1500 = 15.00%, 0000 = exempt);
      *              nothing above the 30% statutory rate is valid.
      *              W8-EXPIRY-DATE is set by CUSTOMER-MAINT when the
      *              form is recorded - the last day of the third
      *              calendar year after the year it was signed, the
      *              IRS validity period. Once it passes with no new
      *              form on file, interest withholds at the full
      *              statutory rate (see INTEREST-CALC).
      *              W8-RENEWAL-DATE is when W8-RENEWAL-PROC queued
      *              the renewal letter for this form - spaces until
      *              it has; recording a new form clears it.
      *              Maintained by CUSTOMER-MAINT's W8BN action.
      * USED BY:    CUSTOMER-MAINT, W8-RENEWAL-PROC, INTEREST-CALC,
      *             TAX-1042S
      *================================================================
           01 W8-CERTIFICATE-RECORD.
               05 W8-CUSTOMER-ID       PIC X(10).
               05 W8-FORM-TYPE         PIC X(08).
                   88 W8-BEN               VALUE "W-8BEN  ".
                   88 W8-BEN-E             VALUE "W-8BEN-E".
                   88 W8-VALID-FORM        VALUE "W-8BEN  "
                                                 "W-8BEN-E".
               05 W8-SIGNED-DATE       PIC X(10).
               05 W8-COUNTRY           PIC X(02).
               05 W8-TREATY-RATE-X     PIC X(04).
               05 W8-TREATY-RATE REDEFINES W8-TREATY-RATE-X
                                       PIC 9(2)V99.
               05 W8-FOREIGN-TIN       PIC X(20).
               05 W8-EXPIRY-DATE       PIC X(10).
               05 W8-RENEWAL-DATE      PIC X(10).
               05 FILLER               PIC X(26) VALUE SPACES.
