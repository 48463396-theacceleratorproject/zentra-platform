      *================================================================
      * COPYBOOK:   CASH-SHIPMENT-RECORD.cpy
      * DESCRIPTION: One currency shipment event on
      *              CASH-SHIPMENTS.dat (80-byte fixed) - the armored
      *              carrier's and the cash counterparty's
      *              confirmations, one row per branch, denomination
      *              and event:
      *                D - dispatched to the branch by the Fed or the
      *                    correspondent (an order filled): now cash
      *                    in transit inbound
      *                R - received and counted into the branch vault
      *                S - shipped from the vault (excess returned):
      *                    now cash in transit outbound
      *                C - credited by the counterparty: the outbound
      *                    shipment is settled
      *              CS-COUNTERPARTY is FED or COR (the correspondent
      *              bank). VAULT-CASH moves VAULT-POSITIONS.dat and
      *              books each event to the GL through its own chart
      *              row (CTI/CTR/CTO/CTC).
      * USED BY:    VAULT-CASH
      *================================================================
           01 CASH-SHIPMENT-RECORD.
               05 CS-DATE              PIC X(10).
               05 CS-BRANCH            PIC X(06).
               05 CS-DENOM             PIC X(03).
               05 CS-EVENT             PIC X(01).
                   88 CS-DISPATCHED        VALUE "D".
                   88 CS-RECEIVED          VALUE "R".
                   88 CS-SHIPPED           VALUE "S".
                   88 CS-CREDITED          VALUE "C".
               05 CS-AMOUNT            PIC 9(9)V99.
               05 CS-COUNTERPARTY      PIC X(03).
                   88 CS-FROM-FED          VALUE "FED".
                   88 CS-FROM-CORRESPONDENT VALUE "COR".
               05 CS-REFERENCE         PIC X(12).
               05 FILLER               PIC X(34) VALUE SPACES.
