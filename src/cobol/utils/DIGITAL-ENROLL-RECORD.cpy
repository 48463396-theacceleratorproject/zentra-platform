      *================================================================
      * COPYBOOK:   DIGITAL-ENROLL-RECORD.cpy
      * DESCRIPTION: One customer enrolled in online banking, on
      *              DIGITAL-ENROLLMENT.dat (60-byte fixed). DE-USER-ID
      *              is the customer's sign-on ID at the online
      *              banking vendor - the key the vendor files the
      *              nightly feed under. A suspended enrollment stays
      *              on file but is left off the feed.
      *                A - active (blank reads as active)
      *                S - suspended
      * USED BY:    DIGITAL-FEED
      *================================================================
           01 DIGITAL-ENROLL-RECORD.
               05 DE-CUSTOMER-ID       PIC X(10).
               05 DE-USER-ID           PIC X(20).
               05 DE-STATUS            PIC X(01).
                   88 DE-ACTIVE            VALUE "A" " ".
                   88 DE-SUSPENDED         VALUE "S".
               05 DE-ENROLL-DATE       PIC X(10).
               05 FILLER               PIC X(19) VALUE SPACES.
