      *================================================================
      * COPYBOOK:   CAMPAIGN-CRITERIA-RECORD.cpy
      * DESCRIPTION: One marketing campaign's selection criteria
      *              (100-byte fixed), one row per campaign on
      *              data/input/CAMPAIGN-CRITERIA.dat, filled in by
      *              marketing and run by CAMPAIGN-EXTRACT. A customer
      *              is selected when any one open account linked to
      *              them matches the product, branch and balance
      *              range together, and their age falls in the band.
      *              Every criterion left blank or zero is "any":
      *                CC-PRODUCT      - AR-ACCOUNT-TYPE
      *                CC-MIN/MAX-BAL  - the account's balance; a zero
      *                                  maximum is no ceiling
      *                CC-BRANCH-CODE  - the account's branch
      *                CC-MIN/MAX-AGE  - whole years from the CIF
      *                                  birth date; a zero maximum is
      *                                  no ceiling. A band excludes
      *                                  anyone without a birth date
      *                                  (entities included)
      *                CC-AFFILIATE    - Y when the list goes to an
      *                                  affiliate: customers who
      *                                  opted out of affiliate
      *                                  sharing are left off entirely
      *                CC-CHANNELS     - the channels the campaign
      *                                  will use, any of M(ail),
      *                                  P(hone), E(mail) and S(MS) in
      *                                  any order; blank is all four
      * USED BY:    CAMPAIGN-EXTRACT
      *================================================================
           01 CAMPAIGN-CRITERIA-RECORD.
               05 CC-CAMPAIGN-ID       PIC X(08).
               05 CC-REQUESTED-BY      PIC X(06).
               05 CC-PRODUCT           PIC X(10).
               05 CC-MIN-BALANCE       PIC 9(9)V99.
               05 CC-MAX-BALANCE       PIC 9(9)V99.
               05 CC-BRANCH-CODE       PIC X(06).
               05 CC-MIN-AGE           PIC 9(03).
               05 CC-MAX-AGE           PIC 9(03).
               05 CC-AFFILIATE         PIC X(01).
                   88 CC-AFFILIATE-LIST    VALUE "Y".
               05 CC-CHANNELS          PIC X(04).
               05 FILLER               PIC X(37) VALUE SPACES.
