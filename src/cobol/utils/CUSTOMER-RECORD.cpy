      *              CUSTOMER-ACCOUNT-LINKS.dat companion ties
      *              customer IDs to account IDs. Two customers who
      *              happen to share a name are two rows here - which
      *              is the whole point. A legal-entity customer
      *              (CU-ENTITY) is a row too: its EIN sits in
      *              CU-TAX-ID, its formation date in CU-BIRTH-DATE,
      *              and its legal-entity facts and owners on the
      *              ENTITY-PROFILES.dat and BENEFICIAL-OWNERS.dat
      *              companions. A foreign person's W-8 lives on
      *              W8-CERTIFICATES.dat the same way.
      * USED BY:    CUSTOMER-MAINT, STATEMENT-GEN, TAX-1099-INT,
      *             HOUSEHOLD-SUMMARY, TAX-1098, TAX-ACCOUNT-PROC,
      *             TAX-IRA-HSA, CUSTODIAL-PROC, WATCHLIST-SCREEN,
      *             ENTITY-CDD-REPORT, DOC-EXCEPTION-PROC, DIGITAL-FEED,
      *             LETTER-ENGINE, RETURNED-MAIL-PROC, W8-RENEWAL-PROC,
      *             TAX-1042S
      *================================================================
           01 CUSTOMER-RECORD.
               05 CU-CUSTOMER-ID       PIC X(10).
                   88 CU-CHANNEL-EMAIL     VALUE "E".
                   88 CU-CHANNEL-SMS       VALUE "S".
                   88 CU-CHANNEL-NONE      VALUE "N".
      *        E marks a legal-entity (business) customer; spaces
      *        mean an individual, so rows from before this byte
      *        existed read as people.
               05 CU-CUSTOMER-TYPE     PIC X(01).
                   88 CU-ENTITY            VALUE "E".
                   88 CU-INDIVIDUAL        VALUE " " "I".
      *        R once the post office has sent mail back from this
      *        address (RETURNED-MAIL-PROC sets it; the dates live on
      *        BAD-ADDRESS-TRACKING.dat). Paper to the customer is
      *        held until a CUSTOMER-MAINT address change clears it.
      *        Spaces mean a good address.
               05 CU-ADDR-STATUS       PIC X(01).
                   88 CU-ADDR-GOOD         VALUE " ".
                   88 CU-ADDR-RETURNED     VALUE "R".
      *        How statements and letters reach the customer: P
      *        paper, E electronic only, B both. Spaces default to
      *        paper, so rows from before this byte existed keep
      *        their mailings.
               05 CU-DELIVERY-PREF     PIC X(01).
                   88 CU-DELIVER-PAPER     VALUE "P" " ".
                   88 CU-DELIVER-ELECTRONIC VALUE "E".
                   88 CU-DELIVER-BOTH      VALUE "B".
      *        Federal tax status: F a foreign person who has
      *        given us a W-8 (the form itself - signed date,
      *        country, treaty rate, expiry - is on the
      *        W8-CERTIFICATES.dat companion, see
      *        W8-CERTIFICATE-RECORD.cpy); U or spaces a US person,
      *        so rows from before this byte existed stay on the
      *        1099 side. Only CUSTOMER-MAINT's W8BN action sets F.
               05 CU-TAX-STATUS        PIC X(01).
                   88 CU-US-PERSON         VALUE " " "U".
                   88 CU-FOREIGN-PERSON    VALUE "F".
               05 FILLER               PIC X(02) VALUE SPACES.
