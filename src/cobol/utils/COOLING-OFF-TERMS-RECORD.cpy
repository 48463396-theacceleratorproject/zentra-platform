      *================================================================
      * COPYBOOK:   COOLING-OFF-TERMS-RECORD.cpy
      * DESCRIPTION: The one-row cooling-off terms file
      *              data/input/COOLING-OFF-TERMS.dat (80-byte fixed):
      *              how many calendar days a contact-profile change
      *              keeps the customer's accounts in the window, and
      *              the outbound ACH amount at or above which an ACH
      *              debit in the window is held. The file is
      *              optional; without it (or with a zero field) the
      *              window is 10 days and the threshold $1,000.00.
      * USED BY:    CUSTOMER-MAINT, COOLING-OFF-CHECK
      *================================================================
           01 COOLING-OFF-TERMS-RECORD.
               05 COT-WINDOW-DAYS      PIC 9(03).
               05 FILLER               PIC X(01).
               05 COT-ACH-THRESHOLD    PIC 9(7)V99.
               05 FILLER               PIC X(67) VALUE SPACES.
