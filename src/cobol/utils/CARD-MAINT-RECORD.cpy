      *================================================================
      * COPYBOOK:   CARD-MAINT-RECORD.cpy
      * DESCRIPTION: One debit-card lifecycle request on
      *              CARD-MAINT-REQUESTS.dat (100-byte fixed). The
      *              same layout comes back on CARD-MAINT-RESULTS.dat
      *              with CMR-OUTCOME filled in (APR, or the reason
      *              code the request was refused with) and both card
      *              numbers masked to their last four digits.
      *                ISSUE    - new card CMR-CARD-NUMBER on account
      *                           CMR-ACCOUNT-ID for CIF party
      *                           CMR-CUSTOMER-ID; expiry (YYYY-MM)
      *                           and limits default when blank/zero
      *                ACTIVATE - holder has the plastic: I to A
      *                LOST     - block a lost or stolen card
      *                REISSUE  - blank CMR-NEW-CARD-NUMBER renews the
      *                           card in place with a new expiry; a
      *                           new number replaces the card, which
      *                           closes (a lost card stays L)
      *                CLOSE    - card closed for good
      * USED BY:    CARD-MAINT
      *================================================================
           01 CARD-MAINT-RECORD.
               05 CMR-CARD-NUMBER      PIC X(16).
               05 CMR-ACTION           PIC X(08).
                   88 CMR-ISSUE            VALUE "ISSUE   ".
                   88 CMR-ACTIVATE         VALUE "ACTIVATE".
                   88 CMR-LOST             VALUE "LOST    ".
                   88 CMR-REISSUE          VALUE "REISSUE ".
                   88 CMR-CLOSE            VALUE "CLOSE   ".
               05 CMR-ACCOUNT-ID       PIC X(10).
               05 CMR-CUSTOMER-ID      PIC X(10).
               05 CMR-EXPIRY-MONTH     PIC X(07).
               05 CMR-ATM-LIMIT        PIC 9(5)V99.
               05 CMR-ATM-LIMIT-X REDEFINES CMR-ATM-LIMIT
                                       PIC X(07).
               05 CMR-POS-LIMIT        PIC 9(5)V99.
               05 CMR-POS-LIMIT-X REDEFINES CMR-POS-LIMIT
                                       PIC X(07).
               05 CMR-NEW-CARD-NUMBER  PIC X(16).
               05 CMR-OUTCOME          PIC X(03).
               05 FILLER               PIC X(16) VALUE SPACES.
