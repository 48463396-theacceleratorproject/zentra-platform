      *================================================================
      * COPYBOOK:   ENTITY-PROFILE-RECORD.cpy
      * DESCRIPTION: The legal-entity facts for one business customer
      *              (100-byte fixed), one row per entity on
      *              ENTITY-PROFILES.dat keyed by the entity's CIF
      *              customer ID. The CIF row itself (CU-ENTITY) keeps
      *              the short name, address and the EIN in
      *              CU-TAX-ID; this companion holds what a person's
      *              row has no room for. EP-CERT-DATE is the date the
      *              customer certified its beneficial owners and
      *              controlling person - spaces until the
      *              certification is on file. The owners themselves
      *              are on BENEFICIAL-OWNERS.dat.
      *              Maintained by CUSTOMER-MAINT's ENTY action.
      * USED BY:    CUSTOMER-MAINT, WATCHLIST-SCREEN, KYC-RISK-RATING,
      *             ENTITY-CDD-REPORT
      *================================================================
           01 ENTITY-PROFILE-RECORD.
               05 EP-CUSTOMER-ID       PIC X(10).
               05 EP-LEGAL-NAME        PIC X(50).
               05 EP-ENTITY-TYPE       PIC X(04).
                   88 EP-CORPORATION       VALUE "CORP".
                   88 EP-LLC               VALUE "LLC ".
                   88 EP-PARTNERSHIP       VALUE "PART".
                   88 EP-TRUST             VALUE "TRST".
                   88 EP-SOLE-PROPRIETOR   VALUE "SOLE".
                   88 EP-NONPROFIT         VALUE "NPRF".
                   88 EP-VALID-TYPE        VALUE "CORP" "LLC "
                                                 "PART" "TRST"
                                                 "SOLE" "NPRF".
               05 EP-FORMATION-STATE   PIC X(02).
               05 EP-NAICS-CODE        PIC X(06).
               05 EP-CERT-DATE         PIC X(10).
               05 FILLER               PIC X(18) VALUE SPACES.
