      *================================================================
      * COPYBOOK:   VAULT-POSITION-RECORD.cpy
      * DESCRIPTION: One branch vault's holding of one denomination
      *              on VAULT-POSITIONS.dat (80-byte fixed) - the
      *              branch's cash as the vault custodian would count
      *              it, kept by VAULT-CASH instead of a spreadsheet.
      *              VP-ON-HAND moves with every teller vault buy and
      *              sell (VAULT-MOVEMENTS.dat), every ATM load and
      *              return (ATM-REPLENISH.dat) and every shipment
      *              received or sent (CASH-SHIPMENTS.dat). It is
      *              signed so a vault drawn below zero in one
      *              denomination shows as the counting error it is
      *              rather than being lost.
      *              Cash-in-transit is carried apart from the vault:
      *              VP-IN-TRANSIT-IN is dispatched by the Fed or the
      *              correspondent and not yet received, VP-IN-
      *              TRANSIT-OUT shipped from the vault and not yet
      *              credited. VP-AS-OF-DATE is the business date the
      *              row was last brought forward, so a re-run of the
      *              same date never applies the day twice.
      *              Denominations: 100/050/020/010/005/002/001 notes,
      *              COI coin, MIX for movements keyed without one.
      * USED BY:    VAULT-CASH
      *================================================================
           01 VAULT-POSITION-RECORD.
               05 VP-BRANCH            PIC X(06).
               05 VP-DENOM             PIC X(03).
                   88 VP-NOTE-DENOM        VALUE "100" "050" "020"
                                                 "010" "005" "002"
                                                 "001".
                   88 VP-COIN              VALUE "COI".
                   88 VP-MIXED             VALUE "MIX".
               05 VP-ON-HAND           PIC S9(9)V99 SIGN LEADING
                                           SEPARATE.
               05 VP-IN-TRANSIT-IN     PIC 9(9)V99.
               05 VP-IN-TRANSIT-OUT    PIC 9(9)V99.
               05 VP-AS-OF-DATE        PIC X(10).
               05 FILLER               PIC X(27) VALUE SPACES.
