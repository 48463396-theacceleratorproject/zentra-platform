      *================================================================
      * COPYBOOK:   DOC-REQUIREMENT-RECORD.cpy
      * DESCRIPTION: One required account document (100-byte fixed),
      *              one row per product and party role on the
      *              optional REQUIRED-DOCUMENTS.dat reference file.
      *              DQ-PRODUCT is an account type, or ALL for every
      *              product. DQ-ROLE says who the document is owed
      *              for:
      *                ACCOUNT - the account itself
      *                OWNER   - each individual CIF customer linked
      *                          to the account
      *                ENTITY  - each legal-entity CIF customer
      *                          linked to the account
      *                any other value - an ACCOUNT-PARTIES.dat role
      *                          (JOINT, AUTHORIZED, BENEFIC ...),
      *                          owed once when the account has a
      *                          party in that role
      *              DQ-SCOPE says what the receipt is filed against:
      *              A the account (a signature card, a resolution),
      *              C the customer (a CIP identification or a W-9
      *              covers every account the customer holds) - only
      *              OWNER and ENTITY rows can be C. A requirement
      *              binds accounts opened on or after
      *              DQ-EFFECTIVE-DATE (spaces - every account), so
      *              a new rule does not turn the whole book into
      *              exceptions overnight. DQ-RESTRICT-DAYS, when not
      *              zero, is how long the document may stay
      *              outstanding before the account is frozen;
      *              DQ-WITHHOLD Y marks the document whose absence
      *              leaves the TIN uncertified (the W-9), so interest
      *              is subject to backup withholding. With no file at
      *              all nothing is required.
      * USED BY:    DOC-EXCEPTION-PROC
      *================================================================
           01 DOC-REQUIREMENT-RECORD.
               05 DQ-PRODUCT           PIC X(10).
                   88 DQ-ALL-PRODUCTS      VALUE "ALL       ".
               05 DQ-ROLE              PIC X(10).
                   88 DQ-ROLE-ACCOUNT      VALUE "ACCOUNT   ".
                   88 DQ-ROLE-OWNER        VALUE "OWNER     ".
                   88 DQ-ROLE-ENTITY       VALUE "ENTITY    ".
               05 DQ-DOC-TYPE          PIC X(06).
               05 DQ-DESCRIPTION       PIC X(30).
               05 DQ-SCOPE             PIC X(01).
                   88 DQ-PER-ACCOUNT       VALUE "A".
                   88 DQ-PER-CUSTOMER      VALUE "C".
               05 DQ-EFFECTIVE-DATE    PIC X(10).
               05 DQ-RESTRICT-DAYS     PIC 9(03).
               05 DQ-WITHHOLD          PIC X(01).
                   88 DQ-CERTIFIES-TIN     VALUE "Y".
               05 FILLER               PIC X(29) VALUE SPACES.
