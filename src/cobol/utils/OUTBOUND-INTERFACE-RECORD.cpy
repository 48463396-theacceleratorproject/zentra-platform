      *================================================================
      * COPYBOOK:   OUTBOUND-INTERFACE-RECORD.cpy
      * DESCRIPTION: One outbound interface file (100-byte fixed) in
      *              data/input/OUTBOUND-INTERFACES.dat - a file the
      *              chain leaves in data/output for an outside party
      *              (the ACH operator, the bureaus, FinCEN, the IRS,
      *              the states, the check and card vendors).
      *              OUTBOUND-REGISTRY logs a transmission for every
      *              listed file that is new tonight. The trailer
      *              type says where its control figures come from:
      *                N - NACHA: the file control (type 9) record's
      *                    entry/addenda count and entry hash
      *                C - the *HDR/*TRL control pair (see
      *                    FILE-CONTROL-RECORD.cpy): the trailer's
      *                    record count and amount hash, summed over
      *                    the file's segments
      *                spaces - no trailer: the data rows are counted
      *                    and the hash total stays zero
      *              XI-ACK-DAYS is how many calendar days the
      *              receiver has to acknowledge a transmission
      *              before it is overdue (zero - the same day).
      * USED BY:    OUTBOUND-REGISTRY
      *================================================================
           01 OUTBOUND-INTERFACE-RECORD.
               05 XI-FILE-NAME         PIC X(40).
               05 XI-DESTINATION       PIC X(20).
               05 XI-TRAILER-TYPE      PIC X(01).
                   88 XI-TRAILER-NACHA     VALUE "N".
                   88 XI-TRAILER-CONTROL   VALUE "C".
                   88 XI-TRAILER-NONE      VALUE " ".
               05 XI-ACK-DAYS          PIC 9(02).
               05 FILLER               PIC X(37) VALUE SPACES.
