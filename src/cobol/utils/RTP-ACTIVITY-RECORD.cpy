      *================================================================
      * COPYBOOK:   RTP-ACTIVITY-RECORD.cpy
      * DESCRIPTION: One instant payment as RTP-GATEWAY decided it
      *              (170-byte fixed), cumulative in
      *              data/output/RTP-ACTIVITY.dat. The message rides
      *              along whole, stamped with the business date and
      *              time it was decided, the "P"-prefixed reference
      *              it will carry onto the ledger, and its state:
      *                M - memo-posted: the money has moved on the
      *                    rail but not yet on the master. The rule
      *                    service and ACCOUNT-INQUIRY count it in
      *                    the account's available balance.
      *                B - brought in: RTP-SETTLE has put it on the
      *                    nightly feed (as RTI/RTO, see
      *                    TRANSACTION-RECORD.cpy) on RA-BATCH-DATE,
      *                    so the posted master carries it from then
      *                    on and the memo no longer counts.
      *                X - refused at the gateway (RA-REFUSE-CODE:
      *                    a rule-service error code, or WLS
      *                    watchlist hit, FRD fraud score, FND
      *                    funding position). A retransmitted
      *                    message is answered DUP but not logged
      *                    again.
      *              Nothing moves from M to B except through
      *              RTP-SETTLE, which is what keeps the nightly cycle
      *              from missing an item or posting one twice.
      * USED BY:    RTP-GATEWAY, RTP-SETTLE, TXN-RULE-CHECK,
      *             ACCOUNT-INQUIRY
      *================================================================
           01 RTP-ACTIVITY-RECORD.
               05 RA-BUS-DATE          PIC X(10).
               05 RA-TIME              PIC 9(08).
               05 RA-MESSAGE-ID        PIC X(16).
               05 RA-DIRECTION         PIC X(01).
                   88 RA-INBOUND           VALUE "I".
                   88 RA-OUTBOUND          VALUE "O".
               05 RA-ACCOUNT-ID        PIC X(10).
               05 RA-AMOUNT            PIC 9(9)V99.
               05 RA-CPTY-ROUTING      PIC X(09).
               05 RA-CPTY-ACCOUNT      PIC X(10).
               05 RA-CPTY-NAME         PIC X(30).
               05 RA-DESCRIPTION       PIC X(30).
               05 RA-REFERENCE         PIC X(12).
               05 RA-STATUS            PIC X(01).
                   88 RA-MEMO-POSTED       VALUE "M".
                   88 RA-BROUGHT-IN        VALUE "B".
                   88 RA-REFUSED           VALUE "X".
               05 RA-REFUSE-CODE       PIC X(03).
               05 RA-BATCH-DATE        PIC X(10).
               05 FILLER               PIC X(09).
