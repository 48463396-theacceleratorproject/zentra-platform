      *================================================================
      * COPYBOOK:   CASH-ORDER-RECORD.cpy
      * DESCRIPTION: One line of a recommended currency order or
      *              shipment on CASH-ORDERS.dat (80-byte fixed),
      *              written by VAULT-CASH for cash operations to
      *              place with the counterparty: per branch and
      *              denomination, whole straps only. An order (O)
      *              brings cash in to cover next week's forecast
      *              need plus the branch minimum; a shipment (S)
      *              sends the excess of a vault over its insured
      *              cash limit back. Once placed, the counterparty's
      *              dispatch comes back on CASH-SHIPMENTS.dat.
      * USED BY:    VAULT-CASH
      *================================================================
           01 CASH-ORDER-RECORD.
               05 CO-ORDER-DATE        PIC X(10).
               05 CO-BRANCH            PIC X(06).
               05 CO-DIRECTION         PIC X(01).
                   88 CO-ORDER-IN          VALUE "O".
                   88 CO-SHIP-OUT          VALUE "S".
               05 CO-COUNTERPARTY      PIC X(03).
               05 CO-DENOM             PIC X(03).
               05 CO-AMOUNT            PIC 9(9)V99.
               05 CO-DELIVER-BY        PIC X(10).
               05 CO-REASON            PIC X(20).
               05 FILLER               PIC X(16) VALUE SPACES.
