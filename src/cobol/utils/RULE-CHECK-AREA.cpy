      *                           clean), the system-generated
      *                           verdict, the account facts the
      *                           caller may need (type, balance,
      *                           available funds, dates, today's
      *                           counters) and - when
      *                           short funds could be covered from
      *                           the linked funding account - the
      *                           planned sweep
      *                POST     - count an accepted (or held)
      *                           transaction into the account's
      *                           daily aggregate (and, under a
      *                           posting policy, its running
      *                           position); RCQ-COUNT-TXN "Y"
      *                           also bumps the per-day velocity
      *                           count
      *                SWEEP    - apply the last planned sweep's
      *                SAVESTATE- rewrite the cross-cycle seen/total
      *                           files, stamping RCQ-REF-LAST as
      *                           the day's last issued reference
      * USED BY:    TXN-RULE-CHECK, TXN-VALIDATOR, TELLER-ENTRY,
      *             CHECK-CLEARING-PROC, RTP-GATEWAY
      *================================================================
           01 RULE-CHECK-REQUEST.
               05 RCQ-FUNCTION         PIC X(09).
      *        teller screen refuses the entry - instead of the
      *        service stopping the calling program itself.
               05 RCR-SERVICE-RC       PIC X(02).
      *        The available figure E04 judged a debit against -
      *        balance plus overdraft limit, less card-auth and
      *        legal holds, plus the day's running position when a
      *        posting policy is on file. Zero for items the funds
      *        test does not apply to.
               05 RCR-AVAILABLE        PIC S9(9)V99.
               05 FILLER               PIC X(08).
