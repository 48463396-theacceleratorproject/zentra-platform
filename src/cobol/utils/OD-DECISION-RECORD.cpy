      *================================================================
      * COPYBOOK:   OD-DECISION-RECORD.cpy
      * DESCRIPTION: One debit waiting on an officer's paying
      *              decision (138-byte fixed), cumulative in
      *              data/output/OD-DECISION-QUEUE.dat. TXN-VALIDATOR
      *              queues an item here instead of rejecting it E04
      *              when the posting policy routes overdrafts to the
      *              officer (see POSTING-POLICY-RECORD.cpy): the
      *              date it was queued, the available balance it
      *              would have drawn against, and the transaction
      *              itself (TR-STATUS POD). OD-PAYING-DECISION
      *              drains it against the officers' pay/return
      *              decisions and lists what is still waiting.
      * USED BY:    TXN-VALIDATOR, OD-PAYING-DECISION
      *================================================================
           01 OD-DECISION-RECORD.
               05 ODQ-QUEUED-DATE      PIC X(10).
               05 ODQ-AVAILABLE        PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               05 ODQ-TXN              PIC X(116).
