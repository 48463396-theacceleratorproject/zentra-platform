      *================================================================
      * COPYBOOK:   RETURNED-MAIL-TERMS-RECORD.cpy
      * DESCRIPTION: The one-row returned-mail terms file
      *              data/input/RETURNED-MAIL-TERMS.dat (80-byte
      *              fixed): how many calendar days a customer's
      *              address may stay bad - counted from the first
      *              piece returned - before the customer is declared
      *              lost contact. The file is optional; without it
      *              (or with a zero field) the period is 90 days.
      * USED BY:    RETURNED-MAIL-PROC
      *================================================================
           01 RETURNED-MAIL-TERMS-RECORD.
               05 RMT-LOST-CONTACT-DAYS PIC 9(03).
               05 FILLER               PIC X(77) VALUE SPACES.
