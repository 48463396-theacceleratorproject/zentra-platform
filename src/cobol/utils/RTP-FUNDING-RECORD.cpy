      *================================================================
      * COPYBOOK:   RTP-FUNDING-RECORD.cpy
      * DESCRIPTION: The bank's instant-payments funding account - the
      *              prefunded position the rail settles against - as
      *              one row on the optional control file
      *              data/input/RTP-FUNDING.dat (40-byte fixed).
      *              RF-OPENING-POSITION seeds the position on the
      *              first day (after that RTP-SETTLE carries each
      *              night's closing position forward on
      *              RTP-SETTLE-CONTROL.dat). RF-MIN-POSITION is the
      *              level below which the settlement-position report
      *              calls for a top-up.
      *              No file at all: the position is tracked from
      *              zero with no minimum, and RTP-GATEWAY does not
      *              police it.
      * USED BY:    RTP-GATEWAY, RTP-SETTLE
      *================================================================
           01 RTP-FUNDING-RECORD.
               05 RF-FUNDING-ACCOUNT   PIC X(12).
               05 RF-OPENING-POSITION  PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               05 RF-MIN-POSITION      PIC 9(11)V99.
               05 FILLER               PIC X(01).
