      *================================================================
      * COPYBOOK:   BENEFICIAL-OWNER-RECORD.cpy
      * DESCRIPTION: One beneficial owner or controlling person of a
      *              legal-entity customer (100-byte fixed), one row
      *              per entity/person pair on BENEFICIAL-OWNERS.dat.
      *              BO-OWNER-ID is an individual's CIF row - never
      *              another entity - so the person is screened and
      *              rated like any other customer. BO-OWNERSHIP-PCT
      *              is the equity share (zero for a controlling
      *              person who owns nothing); an entity's owners
      *              never total more than 100. Every entity needs
      *              one row flagged BO-CONTROL-PERSON.
      *              Maintained by CUSTOMER-MAINT's BOWN and BODL
      *              actions.
      * USED BY:    CUSTOMER-MAINT, WATCHLIST-SCREEN, KYC-RISK-RATING,
      *             ENTITY-CDD-REPORT
      *================================================================
           01 BENEFICIAL-OWNER-RECORD.
               05 BO-ENTITY-ID         PIC X(10).
               05 BO-OWNER-ID          PIC X(10).
               05 BO-OWNERSHIP-PCT     PIC 9(3)V99.
               05 BO-CONTROL-FLAG      PIC X(01).
                   88 BO-CONTROL-PERSON    VALUE "Y".
               05 BO-RECORDED-DATE     PIC X(10).
               05 FILLER               PIC X(64) VALUE SPACES.
