      * PROGRAM:    TXN-VALIDATOR.cbl
      * DESCRIPTION: Validate transactions and split them into the
      *              APPROVED and REJECTED output files. The business
      *              rules themselves (E01-E15 and E17 - existence,
      *              status, amount, funds with the auth-hold and
      *              legal-order arithmetic, limits, the daily
      *              aggregate, duplicates, stop payments, transfer
      *              target and currency, ACH routing, the backdate
      *              window, CD maturity and the IRA/HSA annual
      *              contribution limit) live in the TXN-RULE-CHECK
      *              service now - one CALL per transaction answers
      *              with the would-be error code, and TELLER-ENTRY
      *              calls the same service, so the counter gives the
      *              same yes or no this program will. See
      *              RULE-CHECK-AREA.cpy for the interface.
      *              What stays here is the batch choreography:
      *                - interface-file control records: an *HDR/*TRL
      *                  pair on the daily feed or the resubmit queue
      *                  service returns, with the hold queue and
      *                  score report;
      *                - the large-transfer dual-approval hold;
      *                - the cooling-off hold: an outbound ACH (or a
      *                  company batch's ACB offset, whose staged
      *                  entries stay staged while it is held) at or
      *                  above the terms threshold on an account
      *                  still inside the window a contact-profile
      *                  change opened is registered with the
      *                  COOLING-OFF-CHECK service and held (PAP, not
      *                  posted) for COOLING-OFF-REVIEW; a released
      *                  item comes back through the resubmit queue
      *                  and is let through once, a declined one is
      *                  rejected E12;
      *                - overdraft-protection sweep generation from
      *                  the plan the service returns (the service
      *                  moves its balances on the SWEEP call);
      *                - SAVINGS withdrawal counting, reference
      *                  assignment, category tagging, alerts, and
      *                  the resubmit-queue drain;
      *                - the posting-order policy (optional
      *                  POSTING-POLICY.dat): under any order but
      *                  feed order the whole day's input is staged
      *                  and sorted - credits first, then the debits
      *                  by date, smallest or largest - before the
      *                  first item is judged, so the service's
      *                  running position meets them in that order
      *                  and APPROVED-TRANSACTIONS.dat (whose order
      *                  TXN-PROCESSOR posts in) carries it forward;
      *                - the overdraft paying-decision list: when
      *                  the policy says so, a debit the service
      *                  answers E04 is queued (TR-STATUS POD) to
      *                  OD-DECISION-QUEUE.dat for an officer to pay
      *                  or return via OD-PAYING-DECISION instead of
      *                  being rejected;
      *                - instant payments brought in by RTP-SETTLE
      *                  (TR-STATUS RTS) were judged at RTP-GATEWAY
      *                  when the money moved, so the service only
      *                  asks that their account and amount can
      *                  post; they keep their "P" reference.
      *              Cross-cycle duplicate/aggregate state is owned
      *              by the service and persisted by its SAVESTATE
      *              call at end of run.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-STATUS.

      *        Optional posting-order / overdraft-decision policy.
               SELECT POSTING-POLICY-FILE
                   ASSIGN TO "data/input/POSTING-POLICY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POL-STATUS.

      *        The day's input staged with its policy sort key in
      *        front - written to WORK1, sorted into WORK2, read
      *        back from WORK2, both removed at end of run.
               SELECT ORDER-WORK-FILE
                   ASSIGN TO "data/output/TXN-ORDER-WORK1.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ORD-STATUS.

               SELECT ORDER-SORTED-FILE
                   ASSIGN TO "data/output/TXN-ORDER-WORK2.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ORD-STATUS.

      *        Debits that would overdraw, waiting on an officer's
      *        pay/return decision - cumulative until
      *        OD-PAYING-DECISION disposes of them.
               SELECT OD-DECISION-QUEUE-FILE
                   ASSIGN TO "data/output/OD-DECISION-QUEUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ODQ-STATUS.

       DATA DIVISION.
           FILE SECTION.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).

           FD POSTING-POLICY-FILE.
           01 POSTING-POLICY-IO     PIC X(20).

           FD ORDER-WORK-FILE.
           01 ORDER-WORK-RECORD     PIC X(145).

           FD ORDER-SORTED-FILE.
           01 ORDER-SORTED-RECORD   PIC X(145).

           FD OD-DECISION-QUEUE-FILE.
           01 OD-DECISION-QUEUE-RECORD PIC X(138).

       WORKING-STORAGE SECTION.
           01 WS-TXN-STATUS         PIC X(2).
               88 WS-TXN-FILE-OK        VALUE "00".
               88 READING-RESUBMIT-QUEUE VALUE "Y".
           01 WS-RESUBMIT-READ-COUNT PIC 999 VALUE 0.

      *    --- Posting-order policy: the staged feed is read back in
      *        policy order once staging has drained both inputs.
      *        The sort key puts credits (class 1) ahead of debits
      *        (class 2); within the debits the policy's date or
      *        amount (descending amounts stored as their complement)
      *        and last the staging sequence, so ties keep feed
      *        order ---
           01 WS-POL-STATUS         PIC X(2).
               88 WS-POL-FILE-OK       VALUE "00".
           01 WS-POLICY-ON-FILE     PIC X VALUE "N".
           COPY "POSTING-POLICY-RECORD.cpy".
           01 WS-ORD-STATUS         PIC X(2).
           01 WS-READING-ORDERED    PIC X VALUE "N".
               88 READING-ORDERED-FEED  VALUE "Y".
           01 WS-STAGE-SEQ          PIC 9(7) VALUE 0.
           01 WS-ORDER-KEY.
               05 WOK-CLASS            PIC 9(01).
               05 WOK-AMOUNT           PIC 9(9)V99.
               05 WOK-DATE             PIC X(10).
               05 WOK-SEQ              PIC 9(07).
           01 WS-ORDER-SORT-CMD     PIC X(200).

      *    --- Overdraft paying-decision queue ---
           01 WS-ODQ-STATUS         PIC X(2).
           01 WS-ODQ-OPEN           PIC X VALUE "N".
           01 WS-OD-QUEUED-COUNT    PIC 999 VALUE 0.
           COPY "OD-DECISION-RECORD.cpy".

      *    --- The rule service's request/reply area ---
           COPY "RULE-CHECK-AREA.cpy".

      *    --- The cooling-off service's request/reply area ---
           COPY "COOLING-OFF-AREA.cpy".
           01 WS-COOL-ACH-THRESHOLD PIC 9(7)V99 VALUE 0.
           01 WS-COOL-HELD          PIC X VALUE "N".
           01 WS-COOL-HELD-COUNT    PIC 999 VALUE 0.

      *    --- Working copies of copybook records ---
           COPY "TRANSACTION-RECORD.cpy".

           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-PRODUCT-MASTER
               PERFORM LOAD-POSTING-POLICY
               PERFORM OPEN-DATA-QUALITY-FILE
               PERFORM OPEN-CUSTOMER-ALERTS
               PERFORM OPEN-FRAUD-FILES
               PERFORM INIT-RULE-SERVICE
               PERFORM INIT-COOLING-OFF-SERVICE
               PERFORM LOAD-STOP-PAYMENTS
               PERFORM LOAD-ISSUED-CHECKS
               PERFORM LOAD-SAVINGS-WD-COUNTERS
                   DISPLAY "FILE STATUS: " WS-APQ-STATUS
                   STOP RUN
               END-IF
               IF WS-POLICY-ON-FILE = "Y"
               AND NOT PP-FEED-ORDER
                   PERFORM STAGE-FEED-IN-POLICY-ORDER
               END-IF
               PERFORM READ-NEXT-TXN
               PERFORM VALIDATE-LOOP
                   UNTIL NO-MORE-TXN
               IF WS-WHS-OPEN = "Y"
                   CLOSE WAREHOUSE-FILE
               END-IF
               IF WS-ODQ-OPEN = "Y"
                   CLOSE OD-DECISION-QUEUE-FILE
               END-IF
               IF READING-ORDERED-FEED
                   PERFORM REMOVE-ORDER-WORK-FILES
               END-IF
               PERFORM SAVE-RULE-SERVICE-STATE
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-SAVE TO TRUE
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
               PERFORM REWRITE-SAVINGS-WD-COUNTERS
               PERFORM DISPLAY-RESULTS
               STOP RUN.
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY.

      *    The threshold rides back on every reply; taking it once
      *    here saves a CALL on the ACH items that fall below it.
           INIT-COOLING-OFF-SERVICE.
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-INIT TO TRUE
               MOVE WS-TODAY TO COQ-BUSDATE
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
               MOVE COR-ACH-THRESHOLD TO WS-COOL-ACH-THRESHOLD.

           CALL-RULE-SERVICE.
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                   UNTIL WS-CTL-RECORD-SEEN = "N" OR NO-MORE-TXN.

           READ-NEXT-TXN-RAW.
               IF READING-ORDERED-FEED
                   PERFORM READ-NEXT-ORDERED
               ELSE
               IF READING-RESUBMIT-QUEUE
                   PERFORM READ-NEXT-RESUBMIT
               ELSE
                       MOVE TXN-FILE-RECORD TO TRANSACTION-RECORD
                   END-READ
               END-IF
               END-IF
               IF NO-MORE-TXN
                   MOVE "N" TO WS-CTL-RECORD-SEEN
               ELSE
               OPEN OUTPUT RESUBMIT-QUEUE-FILE
               CLOSE RESUBMIT-QUEUE-FILE.

      *    Optional: no policy on file is feed order with the E04
      *    reject, exactly the old behavior.
           LOAD-POSTING-POLICY.
               OPEN INPUT POSTING-POLICY-FILE
               IF WS-POL-FILE-OK
                   READ POSTING-POLICY-FILE INTO POSTING-POLICY-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POSTING-POLICY-IO
                           TO POSTING-POLICY-RECORD
                       MOVE "Y" TO WS-POLICY-ON-FILE
                   END-READ
                   CLOSE POSTING-POLICY-FILE
               END-IF.

      *    The policy orders the whole day, so the whole day has to
      *    be on hand before the first item is judged: both inputs
      *    (control records proved and dropped on the way, exactly
      *    as a direct read does) go to WORK1 behind their sort key,
      *    the system sort orders them into WORK2, and validation
      *    then reads WORK2 as its only input.
           STAGE-FEED-IN-POLICY-ORDER.
               OPEN OUTPUT ORDER-WORK-FILE
               PERFORM READ-NEXT-TXN
               PERFORM STAGE-ONE-TXN
                   UNTIL NO-MORE-TXN
               CLOSE ORDER-WORK-FILE
               MOVE SPACES TO WS-ORDER-SORT-CMD
               STRING "sort -k1.1,1.29 "
                   DELIMITED SIZE
                   "data/output/TXN-ORDER-WORK1.dat -o "
                   DELIMITED SIZE
                   "data/output/TXN-ORDER-WORK2.dat"
                   DELIMITED SIZE
                   INTO WS-ORDER-SORT-CMD
               CALL "SYSTEM" USING WS-ORDER-SORT-CMD
               OPEN INPUT ORDER-SORTED-FILE
               MOVE "Y" TO WS-READING-ORDERED
               MOVE "N" TO WS-EOF-TXN.

      *    A record the sanity check will refuse still travels with
      *    the rest; its key just cannot rely on the amount.
           STAGE-ONE-TXN.
               ADD 1 TO WS-STAGE-SEQ
               MOVE WS-STAGE-SEQ TO WOK-SEQ
               MOVE 0 TO WOK-AMOUNT
               MOVE ZEROS TO WOK-DATE
               IF TR-DEPOSIT OR TR-INTEREST OR TR-FEE-REFUND
               OR TR-LOAN-DRAW OR TR-ATM-CREDIT OR TR-RTP-CREDIT
                   MOVE 1 TO WOK-CLASS
               ELSE
                   MOVE 2 TO WOK-CLASS
                   EVALUATE TRUE
                       WHEN PP-CREDITS-THEN-DATE
                           MOVE TR-DATE TO WOK-DATE
                       WHEN PP-CREDITS-THEN-LOW
                        AND TR-AMOUNT IS NUMERIC
                           MOVE TR-AMOUNT TO WOK-AMOUNT
                       WHEN PP-CREDITS-THEN-HIGH
                        AND TR-AMOUNT IS NUMERIC
                           COMPUTE WOK-AMOUNT =
                               999999999.99 - TR-AMOUNT
                   END-EVALUATE
               END-IF
               MOVE WS-ORDER-KEY TO ORDER-WORK-RECORD(1:29)
               MOVE TRANSACTION-RECORD TO ORDER-WORK-RECORD(30:116)
               WRITE ORDER-WORK-RECORD
               PERFORM READ-NEXT-TXN.

           READ-NEXT-ORDERED.
               READ ORDER-SORTED-FILE INTO ORDER-SORTED-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-TXN
                   CLOSE ORDER-SORTED-FILE
               NOT AT END
                   MOVE ORDER-SORTED-RECORD(30:116)
                       TO TRANSACTION-RECORD
               END-READ.

           REMOVE-ORDER-WORK-FILES.
               MOVE SPACES TO WS-ORDER-SORT-CMD
               STRING "rm -f "
                   DELIMITED SIZE
                   "data/output/TXN-ORDER-WORK1.dat "
                   DELIMITED SIZE
                   "data/output/TXN-ORDER-WORK2.dat"
                   DELIMITED SIZE
                   INTO WS-ORDER-SORT-CMD
               CALL "SYSTEM" USING WS-ORDER-SORT-CMD.

           VALIDATE-LOOP.
               ADD 1 TO WS-TOTAL-READ
               PERFORM CHECK-TXN-RECORD-SANITY
                       AND NOT TR-LOAN-DRAW
                       AND NOT TR-ATM-DEBIT
                       AND NOT TR-ATM-CREDIT
                       AND NOT TR-RTP-DEBIT
                       AND NOT TR-ACH-BATCH-OFFSET
                       AND NOT TR-RTP-CREDIT
                           MOVE "N" TO WS-RECORD-SANE
                           SET DQ-BAD-CODE-VALUE TO TRUE
                       END-IF
                   MOVE 0 TO WS-FRAUD-SCORE
               END-IF

               MOVE "N" TO WS-COOL-HELD
               IF RECORD-VALID AND (TR-ACH OR TR-ACH-BATCH-OFFSET)
               AND WS-SYS-GENERATED NOT = "Y"
               AND TR-DATE NOT > WS-TODAY
               AND TR-AMOUNT >= WS-COOL-ACH-THRESHOLD
                   PERFORM CHECK-COOLING-OFF
               END-IF

               MOVE "N" TO WS-WAREHOUSED
               EVALUATE TRUE
                   WHEN RECORD-VALID AND TR-DATE > WS-TODAY
                       PERFORM WRITE-TO-WAREHOUSE
                   WHEN RECORD-VALID AND WS-COOL-HELD = "Y"
                       PERFORM WRITE-COOLING-OFF-HOLD
                   WHEN RECORD-VALID
                       AND WS-FRAUD-SCORE >= WS-FRAUD-THRESHOLD
                       PERFORM WRITE-FRAUD-HOLD
                       AND (TR-WITHDRAWAL OR TR-TRANSFER OR TR-ACH)
                           PERFORM COUNT-SAVINGS-WITHDRAWAL
                       END-IF
                   WHEN WS-ERROR-CODE = "E04"
                       AND WS-POLICY-ON-FILE = "Y"
                       AND PP-OD-TO-OFFICER
                       PERFORM WRITE-OD-DECISION-ITEM
                   WHEN OTHER
                       MOVE "REJ" TO TR-STATUS
                       MOVE WS-ERROR-CODE TO TR-ERROR-CODE
               END-EVALUATE
      *        A warehoused item is not "seen" today - it will be
      *        judged afresh (duplicates included) on the business
      *        date it releases into the feed; a cooling-off hold
      *        is not either, or its release would come back E07
               IF WS-WAREHOUSED NOT = "Y"
               AND WS-COOL-HELD NOT = "Y"
                   PERFORM RECORD-SEEN-AT-SERVICE
               END-IF
               PERFORM READ-NEXT-TXN.
               SET CA-PENDING-APPROVAL TO TRUE
               PERFORM WRITE-CUSTOMER-ALERT.

      *    Short of funds, and the policy leaves that to an officer
      *    rather than the machine: nothing is posted or counted
      *    against the account - the item waits, with the available
      *    figure it fell short of, until OD-PAYING-DECISION pays
      *    it (resubmitted ODP) or returns it.
           WRITE-OD-DECISION-ITEM.
               IF WS-ODQ-OPEN NOT = "Y"
                   OPEN EXTEND OD-DECISION-QUEUE-FILE
                   IF NOT WS-ODQ-STATUS = "00"
                       OPEN OUTPUT OD-DECISION-QUEUE-FILE
                   END-IF
                   MOVE "Y" TO WS-ODQ-OPEN
               END-IF
               MOVE "POD" TO TR-STATUS
               MOVE "E04" TO TR-ERROR-CODE
               MOVE WS-TODAY           TO ODQ-QUEUED-DATE
               MOVE RCR-AVAILABLE      TO ODQ-AVAILABLE
               MOVE TRANSACTION-RECORD TO ODQ-TXN
               MOVE OD-DECISION-RECORD TO OD-DECISION-QUEUE-RECORD
               WRITE OD-DECISION-QUEUE-RECORD
               ADD 1 TO WS-OD-QUEUED-COUNT.

      *    Form-validated and clean, dated in the future: the item
      *    parks with status WHS. Nothing counts against today's
      *    aggregate or seen state - the money moves (and the rules
                           MOVE "FEE" TO TR-CATEGORY-CODE
                       WHEN TR-INTEREST
                           MOVE "INT" TO TR-CATEGORY-CODE
                       WHEN TR-ACH OR TR-ACH-BATCH-OFFSET
                           MOVE "ACH" TO TR-CATEGORY-CODE
                       WHEN OTHER
                           MOVE "OTH" TO TR-CATEGORY-CODE
                   MOVE "OUTSIZE " TO WS-FRAUD-SIGNALS(37:8)
               END-IF.

      *    An outbound ACH big enough to matter, from an account
      *    whose contact details changed inside the window: the
      *    service registers it (or finds it already registered)
      *    and says hold, let through on a reviewer's release, or
      *    refuse on a reviewer's decline.
           CHECK-COOLING-OFF.
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-CHECK TO TRUE
               MOVE WS-TODAY      TO COQ-BUSDATE
               MOVE TR-ACCOUNT-ID TO COQ-ACCOUNT-ID
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
               IF COR-WINDOW-OPEN
                   SET COQ-HOLD TO TRUE
                   MOVE "ACH"              TO COQ-CHANNEL
                   MOVE TR-AMOUNT          TO COQ-AMOUNT
                   MOVE TR-REFERENCE       TO COQ-ITEM-KEY
                   MOVE TRANSACTION-RECORD TO COQ-ITEM
                   CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                                  COOLING-OFF-REPLY
                   EVALUATE TRUE
                       WHEN COR-HELD
                           MOVE "Y" TO WS-COOL-HELD
                       WHEN COR-DECLINED
                           MOVE "N"   TO WS-VALID
                           MOVE "E12" TO WS-ERROR-CODE
                   END-EVALUATE
               END-IF.

      *    Held, not posted, and nowhere else to go: the register on
      *    COOLING-OFF-HOLDS.dat is the queue, and COOLING-OFF-REVIEW
      *    sends a released item back through the resubmit queue.
      *    Counted into the daily aggregate like a fraud hold.
           WRITE-COOLING-OFF-HOLD.
               MOVE "PAP" TO TR-STATUS
               MOVE SPACES TO TR-ERROR-CODE
               PERFORM POST-TO-SERVICE-AMOUNT
               ADD 1 TO WS-COOL-HELD-COUNT
               SET CA-PENDING-APPROVAL TO TRUE
               PERFORM WRITE-CUSTOMER-ALERT.

      *    Held, not posted: the item parks in the review queue (as
      *    PAP, the hold status the shop already reads as "awaiting
      *    a second decision") and the report line shows the score
               DISPLAY "  Approved      : " WS-APPROVED-COUNT
               DISPLAY "  Rejected      : " WS-REJECTED-COUNT
               DISPLAY "  Pend. Approval: " WS-PENDING-APPR-COUNT
               DISPLAY "  OD Decisions  : " WS-OD-QUEUED-COUNT
               DISPLAY "  Stop-Pay Hits : " WS-STOP-HIT-COUNT
               DISPLAY "  Backdated     : " WS-BACKDATED-COUNT
               DISPLAY "  Warehoused    : " WS-WAREHOUSED-COUNT
               DISPLAY "  PosPay Paid   : " WS-POSPAY-PAID-COUNT
               DISPLAY "  PosPay No-Pay : " WS-POSPAY-HIT-COUNT
               DISPLAY "  Fraud Holds   : " WS-FRAUD-HELD-COUNT
               DISPLAY "  Cooling-Off   : " WS-COOL-HELD-COUNT
               DISPLAY "  Stops Expired : " WS-STOP-EXPIRED-COUNT
               DISPLAY "  Data Quality  : " WS-DQ-REJECT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/APPROVED-TRANSACTIONS.dat"
               DISPLAY "  → data/output/REJECTED-TRANSACTIONS.dat"
               DISPLAY "  → data/output/APPROVAL-QUEUE.dat"
               IF WS-OD-QUEUED-COUNT > 0
                   DISPLAY "  → data/output/OD-DECISION-QUEUE.dat"
               END-IF
               DISPLAY "  → data/output/CUSTOMER-ALERTS.dat"
               DISPLAY "==============================================".
