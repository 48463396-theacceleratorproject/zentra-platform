      *================================================================
      * COPYBOOK:   BAD-ADDRESS-RECORD.cpy
      * DESCRIPTION: Per-customer returned-mail state (80-byte fixed),
      *              persisted across runs in BAD-ADDRESS-TRACKING.dat
      *              by RETURNED-MAIL-PROC. A customer enters the file
      *              with the first piece that comes back and leaves
      *              it the day a CUSTOMER-MAINT address change
      *              clears CU-ADDR-RETURNED on the CIF. Once the
      *              address has stayed bad past the lost-contact
      *              period, BA-LOST-CONTACT-DATE records the day the
      *              customer was declared lost; spaces mean not yet.
      * USED BY:    RETURNED-MAIL-PROC
      *================================================================
           01 BAD-ADDRESS-RECORD.
               05 BA-CUSTOMER-ID       PIC X(10).
               05 BA-FIRST-RETURNED    PIC X(10).
               05 BA-LAST-RETURNED     PIC X(10).
               05 BA-RETURN-COUNT      PIC 9(03).
               05 BA-LAST-SOURCE       PIC X(03).
               05 BA-LOST-CONTACT-DATE PIC X(10).
               05 BA-LAST-REASON       PIC X(30).
               05 FILLER               PIC X(04) VALUE SPACES.
