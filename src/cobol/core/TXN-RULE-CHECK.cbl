      *                E09 restricted target     E10 unpriceable x-ccy
      *                E11 ACH routing missing   E13 stop payment
      *                E14 backdate window       E15 CD not matured
      *                E17 IRA/HSA contribution over the tax year's
      *                    limit
      *              (E16 positive pay stays with the batch validator:
      *              it consumes issue rows, which a counter inquiry
      *              must never do.)
      *              planned sweep in the reply; the batch caller
      *              generates the sweep records and tells the
      *              service to move the balances with SWEEP.
      *              With a posting policy on file (optional
      *              POSTING-POLICY.dat, see POSTING-POLICY-RECORD.cpy)
      *              the service also carries each account's running
      *              position for the day: every POSTed credit adds to
      *              it and every POSTed debit draws it down, so E04
      *              judges each debit against what the items the
      *              caller decided ahead of it left - the caller
      *              presents them in the policy's order. No policy
      *              file is the old opening-balance test. A debit an
      *              officer has authorized into overdraft (TR-STATUS
      *              ODP) is not held to E04 at all.
      *              Instant payments: RTP-GATEWAY judges an outbound
      *              RTO through CHECK like any debit (funds, limits,
      *              the daily aggregate, stop payments, the
      *              counterparty routing) and tells the service with
      *              POST, and the instant payments still memo-posted
      *              on RTP-ACTIVITY.dat (see RTP-ACTIVITY-RECORD.cpy)
      *              count in each account's available balance, daily
      *              aggregate and debit count - so the counter, the
      *              gateway and the batch all see the money the rail
      *              has already moved. The same item brought in for
      *              posting (TR-STATUS RTS) already moved: only its
      *              account and amount are judged.
      *              A business origination batch's offsetting debit
      *              (ACB, see ACH-ORIG-INTAKE) is held to the funds
      *              test like any debit but not to E05/E08 - the
      *              company's own daily exposure limit governs it -
      *              nor to E07: intake already refuses a batch ID the
      *              company has sent before, and two payrolls of the
      *              same total on one day are not a duplicate.
      *              A client's lockbox deposit (LOCKBOX-PROC, an
      *              S-series reference) is bank-generated like the
      *              sweeps: one day of a business's receivables is
      *              not held to the teller's deposit limits.
      *              Tax-advantaged accounts: a deposit or transfer in
      *              to an IRA or HSA on TAX-ACCOUNTS.dat (see
      *              TAX-ACCOUNT-RECORD.cpy) is a contribution, held
      *              to the owner's annual limit for its tax year
      *              (TAX-CONTRIB-LIMITS.dat, or the built-in limits):
      *              what the master already carries for the year,
      *              across all of the owner's plans that share the
      *              limit, plus what this process has POSTed since,
      *              plus the item. A description carrying "PRIOR
      *              YEAR" on or before the April 15 filing deadline
      *              counts to the year before; one carrying
      *              "ROLLOVER" is money already sheltered and is
      *              not held to the limit. Bank-generated and
      *              future-dated items are not judged here -
      *              TAX-ACCOUNT-PROC flags anything that still
      *              posts over the limit.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-STATUS.

               SELECT POSTING-POLICY-FILE
                   ASSIGN TO "data/input/POSTING-POLICY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POL-STATUS.

               SELECT RTP-ACTIVITY-FILE
                   ASSIGN TO "data/output/RTP-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTP-STATUS.

               SELECT TAX-ACCOUNTS-FILE
                   ASSIGN TO "data/input/TAX-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXA-STATUS.

               SELECT TAX-LIMITS-FILE
                   ASSIGN TO "data/input/TAX-CONTRIB-LIMITS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TCL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNTS-FILE.
           01 LINKED-ACCOUNT-IO     PIC X(100).

           FD FEE-SCHEDULE-FILE.
           01 FEE-SCHEDULE-IO       PIC X(80).

           FD CYCLE-SEEN-FILE.
           01 CYCLE-SEEN-IO         PIC X(50).
           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).

           FD POSTING-POLICY-FILE.
           01 POSTING-POLICY-IO     PIC X(20).

           FD RTP-ACTIVITY-FILE.
           01 RTP-ACTIVITY-IO       PIC X(170).

           FD TAX-ACCOUNTS-FILE.
           01 TAX-ACCOUNT-IO        PIC X(150).

           FD TAX-LIMITS-FILE.
           01 TAX-LIMIT-IO          PIC X(30).

       WORKING-STORAGE SECTION.
           01 WS-INITIALIZED        PIC X VALUE "N".
           01 WS-ACCT-STATUS        PIC X(2).
                   10 WA-OPEN-DATE     PIC X(10).
                   10 WA-LAST-DATE     PIC X(10).
                   10 WA-TXN-TODAY     PIC 9(4).
                   10 WA-DAY-NET       PIC S9(9)V99.
                   10 WA-RAIL-NET      PIC S9(9)V99.
           01 WS-ACCT-COUNT         PIC 9(5) VALUE 0.
           01 WS-SVC-RC             PIC X(2) VALUE "00".

               05 FILLER PIC X(14) VALUE "WDR00002500000".
               05 FILLER PIC X(14) VALUE "XFR00002500000".
               05 FILLER PIC X(14) VALUE "ACH00002500000".
               05 FILLER PIC X(14) VALUE "RTO00002500000".
           01 WS-TXN-LIMIT-TABLE-R REDEFINES WS-TXN-LIMIT-TABLE.
               05 WL-LIMIT-ENTRY OCCURS 5 TIMES
                               INDEXED BY WS-LIMIT-IDX.
                   10 WL-TXN-TYPE      PIC X(03).
                   10 WL-LIMIT-AMOUNT  PIC 9(9)V99.
           01 WS-PRD-LOOKUP-TYPE    PIC X(10).
           COPY "PRODUCT-RECORD.cpy".

      *    --- Posting policy: with one on file, the day's running
      *        position per account (WA-DAY-NET) counts toward E04 ---
           01 WS-POL-STATUS         PIC X(2).
               88 WS-POL-FILE-OK       VALUE "00".
           01 WS-RUNNING-FUNDS      PIC X VALUE "N".
           01 WS-AVAILABLE          PIC S9(9)V99 VALUE 0.
           COPY "POSTING-POLICY-RECORD.cpy".

      *    --- Instant payments memo-posted but not yet on the
      *        master: each account's net (credits less debits) is
      *        carried in WA-RAIL-NET ---
           01 WS-RTP-STATUS         PIC X(2).
               88 WS-RTP-FILE-OK       VALUE "00".
           01 WS-EOF-RTP            PIC X VALUE "N".
               88 END-OF-RTP-LOAD      VALUE "Y".
           COPY "RTP-ACTIVITY-RECORD.cpy".

      *    --- IRA/HSA contribution limits. Each plan carries the
      *        two tax years the master keeps open, with what has
      *        gone in for each; POSTed contributions add on as the
      *        process takes them ---
           01 WS-TXA-STATUS         PIC X(2).
               88 WS-TXA-FILE-OK       VALUE "00".
           01 WS-TCL-STATUS         PIC X(2).
               88 WS-TCL-FILE-OK       VALUE "00".
           01 WS-EOF-TXA            PIC X VALUE "N".
               88 END-OF-TXA-LOAD      VALUE "Y".
           01 WS-EOF-TCL            PIC X VALUE "N".
               88 END-OF-TCL-LOAD      VALUE "Y".
           COPY "TAX-ACCOUNT-RECORD.cpy".
           COPY "TAX-LIMIT-RECORD.cpy".
           01 WS-TXA-MAX            PIC 9(4) VALUE 2000.
           01 WS-TXA-TABLE.
               05 WS-TXA-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-TXA-IDX.
                   10 WTX-ACCOUNT-ID   PIC X(10).
                   10 WTX-GROUP        PIC X(01).
                   10 WTX-COVERAGE     PIC X(01).
                   10 WTX-OWNER        PIC X(10).
                   10 WTX-BIRTH-YEAR   PIC X(04).
                   10 WTX-YEAR-SLOT OCCURS 2 TIMES.
                       15 WTX-TAX-YEAR     PIC X(04).
                       15 WTX-CONTRIB      PIC 9(7)V99.
           01 WS-TXA-COUNT          PIC 9(4) VALUE 0.
           01 WS-TXA-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-TXA-LOOKUP-ID      PIC X(10).
           01 WS-TXA-SLOT           PIC 9 VALUE 0.
           01 WS-TCL-MAX            PIC 99 VALUE 40.
           01 WS-TCL-TABLE.
               05 WS-TCL-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-TCL-IDX.
                   10 WTL-TAX-YEAR     PIC X(04).
                   10 WTL-GROUP        PIC X(01).
                   10 WTL-COVERAGE     PIC X(01).
                   10 WTL-BASE         PIC 9(5)V99.
                   10 WTL-CATCHUP      PIC 9(5)V99.
                   10 WTL-CATCHUP-AGE  PIC 9(02).
           01 WS-TCL-COUNT          PIC 99 VALUE 0.
           01 WS-TCL-FOUND-IDX      PIC 99 VALUE 0.
           01 WS-TCL-BEST-YEAR      PIC X(04).
           01 WS-TAX-YEAR           PIC X(04).
           01 WS-TAX-YEAR-NUM       PIC 9(04).
           01 WS-TAX-BIRTH-NUM      PIC 9(04).
           01 WS-TAX-DEADLINE-MMDD  PIC X(05) VALUE "04-15".
           01 WS-TAX-HITS           PIC 99 VALUE 0.
           01 WS-TAX-LIMIT          PIC 9(7)V99.
           01 WS-TAX-USED           PIC 9(9)V99.
           01 WS-TAX-OWNER-AGE      PIC S9(4).

      *    --- Backdate window ---
           01 WS-BACKDATE-WINDOW-DAYS PIC 99 VALUE 5.
           01 WS-TODAY-JULIAN        PIC 9(7).
               PERFORM LOAD-SWEEP-FEES
               PERFORM LOAD-CYCLE-SEEN
               PERFORM LOAD-CYCLE-TOTALS
               PERFORM LOAD-POSTING-POLICY
               PERFORM LOAD-RTP-MEMO-POSTS
               PERFORM LOAD-TAX-ACCOUNTS
               PERFORM LOAD-TAX-LIMITS
               MOVE "Y" TO WS-INITIALIZED.

      *================================================================
               MOVE WS-SVC-RC TO RCR-SERVICE-RC
               PERFORM CHECK-SYSTEM-GENERATED
               MOVE WS-SYS-GENERATED TO RCR-SYS-GENERATED
               IF TR-RAIL-SETTLED
                   PERFORM CHECK-RAIL-SETTLED-ITEM
               ELSE
                   PERFORM APPLY-RULE-CHAIN
               END-IF
               MOVE WS-ERROR-CODE TO RCR-ERROR-CODE
               IF WS-FOUND-IDX > 0
                   MOVE "Y" TO RCR-ACCT-FOUND
                   MOVE WA-TYPE(WS-FOUND-IDX)    TO RCR-ACCT-TYPE
                   MOVE WA-STATUS(WS-FOUND-IDX)  TO RCR-ACCT-STATUS
                   MOVE WA-BALANCE(WS-FOUND-IDX) TO RCR-BALANCE
                   MOVE WA-OPEN-DATE(WS-FOUND-IDX)
                       TO RCR-OPEN-DATE
                   MOVE WA-LAST-DATE(WS-FOUND-IDX)
                       TO RCR-LAST-DATE
                   MOVE WA-DAILY-TOTAL(WS-FOUND-IDX)
                       TO RCR-DAILY-TOTAL
                   MOVE WA-TXN-TODAY(WS-FOUND-IDX)
                       TO RCR-TXN-TODAY
               ELSE
                   MOVE "N" TO RCR-ACCT-FOUND
               END-IF
               IF WS-SWEEP-PENDING = "Y"
                   MOVE "Y" TO RCR-SWEEP-POSSIBLE
                   MOVE WS-SWEEP-AMOUNT     TO RCR-SWEEP-AMOUNT
                   MOVE WS-SWEEP-FEE-AMOUNT TO RCR-SWEEP-FEE
                   MOVE WA-ID(WS-FUNDING-IDX) TO RCR-FUNDING-ACCT
               ELSE
                   MOVE "N" TO RCR-SWEEP-POSSIBLE
               END-IF.

           APPLY-RULE-CHAIN.
               PERFORM CHECK-BACKDATE-WINDOW
               IF RECORD-VALID AND NOT TR-ACH-BATCH-OFFSET
                   PERFORM CHECK-DUPLICATE-TXN
               END-IF
               IF RECORD-VALID
               AND WS-FUTURE-DATED NOT = "Y"
                   PERFORM CHECK-DAILY-AGGREGATE-LIMIT
               END-IF
               IF RECORD-VALID
               AND (TR-WITHDRAWAL OR TR-ACH OR TR-RTP-DEBIT)
                   PERFORM CHECK-STOP-PAYMENT
               END-IF
               IF RECORD-VALID
               AND (TR-WITHDRAWAL OR TR-TRANSFER OR TR-ACH
               OR TR-RTP-DEBIT)
               AND WS-FOUND-IDX > 0
               AND WA-TYPE(WS-FOUND-IDX) = "CD        "
                   PERFORM CHECK-CD-MATURITY
               IF RECORD-VALID AND TR-TRANSFER
                   PERFORM CHECK-TRANSFER-TARGET
               END-IF
               IF RECORD-VALID AND (TR-ACH OR TR-RTP-DEBIT)
                   PERFORM CHECK-ACH-ROUTING
               END-IF
               IF RECORD-VALID
               AND WS-FUTURE-DATED NOT = "Y"
               AND WS-SYS-GENERATED NOT = "Y"
               AND WS-TXA-COUNT > 0
               AND (TR-DEPOSIT OR TR-TRANSFER OR TR-ATM-CREDIT
               OR TR-RTP-CREDIT)
                   PERFORM CHECK-CONTRIBUTION-LIMIT
               END-IF.

      *    An instant payment brought in for posting already moved
      *    on the rail - it was judged at RTP-GATEWAY when it was
      *    made. Judging it again against tonight's position could
      *    only refuse money already gone, so all that is asked is
      *    that it names an account and an amount the processor
      *    can post.
           CHECK-RAIL-SETTLED-ITEM.
               PERFORM CHECK-ACCOUNT-EXISTS
               IF RECORD-VALID
                   PERFORM CHECK-AMOUNT-VALID
               END-IF.

      *================================================================
                   IF RCQ-COUNT-TXN = "Y"
                       ADD 1 TO WA-TXN-TODAY(WS-FOUND-IDX)
                   END-IF
                   IF WS-RUNNING-FUNDS = "Y"
                       PERFORM MOVE-RUNNING-POSITION
                   END-IF
                   IF (TR-RTP-CREDIT OR TR-RTP-DEBIT)
                   AND NOT TR-RAIL-SETTLED
                       PERFORM MOVE-RAIL-MEMO
                   END-IF
               END-IF
               IF WS-TXA-COUNT > 0
               AND (TR-DEPOSIT OR TR-TRANSFER OR TR-ATM-CREDIT
               OR TR-RTP-CREDIT)
                   PERFORM COUNT-TAX-CONTRIBUTION
               END-IF.

      *    A contribution taken counts against the owner's year from
      *    here on, so a second deposit the same day is judged with
      *    the first already in. An item the master's two years do
      *    not cover (the first contribution for a new year before
      *    tonight's roll) takes over the older slot.
           COUNT-TAX-CONTRIBUTION.
               PERFORM FIND-CONTRIBUTION-PLAN
               IF WS-TXA-FOUND-IDX > 0
                   PERFORM RESOLVE-CONTRIBUTION-YEAR
                   PERFORM FIND-TAX-YEAR-SLOT
                   IF WS-TXA-SLOT = 0
                       IF WTX-TAX-YEAR(WS-TXA-FOUND-IDX, 1)
                           < WTX-TAX-YEAR(WS-TXA-FOUND-IDX, 2)
                           MOVE 1 TO WS-TXA-SLOT
                       ELSE
                           MOVE 2 TO WS-TXA-SLOT
                       END-IF
                       MOVE WS-TAX-YEAR TO
                           WTX-TAX-YEAR(WS-TXA-FOUND-IDX, WS-TXA-SLOT)
                       MOVE 0 TO
                           WTX-CONTRIB(WS-TXA-FOUND-IDX, WS-TXA-SLOT)
                   END-IF
                   IF WS-TAX-HITS = 0
                       ADD TR-AMOUNT TO
                           WTX-CONTRIB(WS-TXA-FOUND-IDX, WS-TXA-SLOT)
                   END-IF
               END-IF.

      *    A check deposit sits on float in TXN-PROCESSOR rather
      *    than reaching the balance, so it is no help to a debit
      *    today; a transfer moves its source only - what it lands
      *    on the target counts from tomorrow's opening balance,
      *    the target's currency being TXN-PROCESSOR's business.
           MOVE-RUNNING-POSITION.
               EVALUATE TRUE
                   WHEN TR-DEPOSIT AND TR-SRC-CHECK
                       CONTINUE
                   WHEN TR-DEPOSIT OR TR-INTEREST OR TR-FEE-REFUND
                   OR TR-LOAN-DRAW OR TR-ATM-CREDIT OR TR-RTP-CREDIT
                       ADD TR-AMOUNT TO WA-DAY-NET(WS-FOUND-IDX)
                   WHEN OTHER
                       SUBTRACT TR-AMOUNT
                           FROM WA-DAY-NET(WS-FOUND-IDX)
               END-EVALUATE.

      *    An instant payment the gateway just took is a memo post:
      *    it moves the rail net the same way the memo-posted rows
      *    loaded at INIT did, so the next payment this session is
      *    judged against it.
           MOVE-RAIL-MEMO.
               IF TR-RTP-CREDIT
                   ADD TR-AMOUNT TO WA-RAIL-NET(WS-FOUND-IDX)
               ELSE
                   SUBTRACT TR-AMOUNT
                       FROM WA-RAIL-NET(WS-FOUND-IDX)
               END-IF.

      *    The sweep the last CHECK planned: funding down by the
               OR TR-DESCRIPTION(1:23) = "FINAL INTEREST AT CLOSE"
               OR TR-DESCRIPTION(1:19) = "ACCOUNT CLOSING FEE"
               OR TR-DESCRIPTION(1:10) = "SWEEP OUT "
               OR TR-DESCRIPTION(1:10) = "SWEEP BACK"
               OR TR-DESCRIPTION(1:15) = "LOCKBOX DEPOSIT")
                   MOVE "Y" TO WS-SYS-GENERATED
               ELSE
                   MOVE "N" TO WS-SYS-GENERATED
      *    the account's outstanding card-authorization memo holds -
      *    money an authorization has already spoken for is not
      *    available to anything else.
      *    With a posting policy on file the day's running position
      *    counts too, and RCR-AVAILABLE reports the figure the
      *    debit was judged against. Instant payments the rail has
      *    moved but the master has not yet posted always count.
           CHECK-SUFFICIENT-FUNDS.
               IF (TR-WITHDRAWAL OR TR-TRANSFER OR TR-FEE OR TR-ACH
               OR TR-LOAN-PAYMENT OR TR-RTP-DEBIT
               OR TR-ACH-BATCH-OFFSET)
               AND WS-SYS-GENERATED NOT = "Y"
               AND NOT TR-OD-PAY-AUTHORIZED
                   PERFORM SUM-AUTH-HOLDS
                   PERFORM SUM-LEGAL-HOLDS
                   COMPUTE WS-AVAILABLE =
                       WA-BALANCE(WS-FOUND-IDX)
                       + WA-OD-LIMIT(WS-FOUND-IDX)
                       - WS-AUTH-HOLD-TOTAL
                       - WS-LEGAL-HOLD-TOTAL
                       + WA-DAY-NET(WS-FOUND-IDX)
                       + WA-RAIL-NET(WS-FOUND-IDX)
                   MOVE WS-AVAILABLE TO RCR-AVAILABLE
                   IF TR-AMOUNT > WS-AVAILABLE
                       PERFORM TRY-OD-SWEEP
                       IF WS-SWEEP-PENDING NOT = "Y"
                           MOVE "N"   TO WS-VALID
           COMPUTE-SWEEP-AMOUNT.
               COMPUTE WS-SHORTFALL =
                   TR-AMOUNT
                   - WS-AVAILABLE
               COMPUTE WS-SWEEP-UNITS =
                   (WS-SHORTFALL + WS-SWEEP-INCREMENT - 0.01)
                   / WS-SWEEP-INCREMENT
                   WA-BALANCE(WS-FUNDING-IDX)
                   + WA-OD-LIMIT(WS-FUNDING-IDX)
                   - WS-SWEEP-HOLD-TOTAL
                   + WA-DAY-NET(WS-FUNDING-IDX)
                   + WA-RAIL-NET(WS-FUNDING-IDX)
               IF WS-FUNDING-AVAILABLE >=
                   WS-SWEEP-AMOUNT + WS-SWEEP-FEE-AMOUNT
                   MOVE "Y" TO WS-SWEEP-PENDING
           CHECK-TXN-LIMIT.
               IF TR-FEE OR TR-INTEREST OR TR-LOAN-PAYMENT
               OR TR-DEBIT-INTEREST OR TR-FEE-REFUND
               OR TR-ACH-BATCH-OFFSET
               OR WS-SYS-GENERATED = "Y"
                   CONTINUE
               ELSE
           FIND-TXN-LIMIT.
               MOVE 100000.00 TO WS-MATCHED-LIMIT
               PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > 5
                   IF WL-TXN-TYPE(WS-LIMIT-IDX) = TR-TXN-TYPE
                       MOVE WL-LIMIT-AMOUNT(WS-LIMIT-IDX)
                           TO WS-MATCHED-LIMIT

           CHECK-DAILY-AGGREGATE-LIMIT.
               IF WS-SYS-GENERATED NOT = "Y"
               AND NOT TR-ACH-BATCH-OFFSET
               AND WA-DAILY-TOTAL(WS-FOUND-IDX) + TR-AMOUNT
                   > WS-DAILY-AGG-LIMIT
                   MOVE "N"   TO WS-VALID
                   END-IF
               END-IF.

      *    A contribution lands on the account money comes IN to -
      *    the target of a transfer, the account itself otherwise.
      *    The limit is the owner's: Traditional and Roth IRAs share
      *    one, so every plan of the same owner and group counts.
      *    A year older than any limit row is not judged.
           CHECK-CONTRIBUTION-LIMIT.
               PERFORM FIND-CONTRIBUTION-PLAN
               IF WS-TXA-FOUND-IDX > 0
                   PERFORM RESOLVE-CONTRIBUTION-YEAR
                   IF WS-TAX-HITS = 0
                       PERFORM FIND-CONTRIBUTION-LIMIT
                       IF WS-TCL-FOUND-IDX > 0
                           PERFORM SUM-OWNER-CONTRIBUTIONS
                           IF WS-TAX-USED + TR-AMOUNT > WS-TAX-LIMIT
                               MOVE "N"   TO WS-VALID
                               MOVE "E17" TO WS-ERROR-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           FIND-CONTRIBUTION-PLAN.
               IF TR-TRANSFER
                   MOVE TR-TARGET-ACCOUNT TO WS-TXA-LOOKUP-ID
               ELSE
                   MOVE TR-ACCOUNT-ID     TO WS-TXA-LOOKUP-ID
               END-IF
               MOVE 0 TO WS-TXA-FOUND-IDX
               PERFORM VARYING WS-TXA-IDX FROM 1 BY 1
                   UNTIL WS-TXA-IDX > WS-TXA-COUNT
                   IF WTX-ACCOUNT-ID(WS-TXA-IDX) = WS-TXA-LOOKUP-ID
                       SET WS-TXA-FOUND-IDX TO WS-TXA-IDX
                   END-IF
               END-PERFORM.

      *    WS-TAX-HITS comes back non-zero for a rollover, which is
      *    not a contribution at all.
           RESOLVE-CONTRIBUTION-YEAR.
               MOVE TR-DATE(1:4) TO WS-TAX-YEAR
               MOVE 0 TO WS-TAX-HITS
               INSPECT TR-DESCRIPTION TALLYING
                   WS-TAX-HITS FOR ALL "PRIOR YEAR"
               IF WS-TAX-HITS > 0
               AND TR-DATE(6:5) NOT > WS-TAX-DEADLINE-MMDD
               AND TR-DATE(1:4) IS NUMERIC
                   MOVE TR-DATE(1:4) TO WS-TAX-YEAR-NUM
                   SUBTRACT 1 FROM WS-TAX-YEAR-NUM
                   MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR
               END-IF
               MOVE 0 TO WS-TAX-HITS
               INSPECT TR-DESCRIPTION TALLYING
                   WS-TAX-HITS FOR ALL "ROLLOVER".

           FIND-TAX-YEAR-SLOT.
               MOVE 0 TO WS-TXA-SLOT
               IF WTX-TAX-YEAR(WS-TXA-FOUND-IDX, 1) = WS-TAX-YEAR
                   MOVE 1 TO WS-TXA-SLOT
               END-IF
               IF WTX-TAX-YEAR(WS-TXA-FOUND-IDX, 2) = WS-TAX-YEAR
                   MOVE 2 TO WS-TXA-SLOT
               END-IF.

      *    The latest limit row for the plan's group (and, for an
      *    HSA, its coverage) at or before the tax year, with the
      *    catch-up added for an owner old enough by the year's end.
           FIND-CONTRIBUTION-LIMIT.
               MOVE 0 TO WS-TCL-FOUND-IDX
               MOVE SPACES TO WS-TCL-BEST-YEAR
               PERFORM VARYING WS-TCL-IDX FROM 1 BY 1
                   UNTIL WS-TCL-IDX > WS-TCL-COUNT
                   IF WTL-GROUP(WS-TCL-IDX)
                       = WTX-GROUP(WS-TXA-FOUND-IDX)
                   AND (WTL-GROUP(WS-TCL-IDX) = "I"
                   OR WTL-COVERAGE(WS-TCL-IDX)
                       = WTX-COVERAGE(WS-TXA-FOUND-IDX))
                   AND WTL-TAX-YEAR(WS-TCL-IDX) NOT > WS-TAX-YEAR
                   AND WTL-TAX-YEAR(WS-TCL-IDX) > WS-TCL-BEST-YEAR
                       SET WS-TCL-FOUND-IDX TO WS-TCL-IDX
                       MOVE WTL-TAX-YEAR(WS-TCL-IDX)
                           TO WS-TCL-BEST-YEAR
                   END-IF
               END-PERFORM
               IF WS-TCL-FOUND-IDX > 0
                   MOVE WTL-BASE(WS-TCL-FOUND-IDX) TO WS-TAX-LIMIT
                   IF WTX-BIRTH-YEAR(WS-TXA-FOUND-IDX) IS NUMERIC
                   AND WS-TAX-YEAR IS NUMERIC
                       MOVE WS-TAX-YEAR TO WS-TAX-YEAR-NUM
                       MOVE WTX-BIRTH-YEAR(WS-TXA-FOUND-IDX)
                           TO WS-TAX-BIRTH-NUM
                       COMPUTE WS-TAX-OWNER-AGE =
                           WS-TAX-YEAR-NUM - WS-TAX-BIRTH-NUM
                       IF WS-TAX-OWNER-AGE
                           NOT < WTL-CATCHUP-AGE(WS-TCL-FOUND-IDX)
                           ADD WTL-CATCHUP(WS-TCL-FOUND-IDX)
                               TO WS-TAX-LIMIT
                       END-IF
                   END-IF
               END-IF.

           SUM-OWNER-CONTRIBUTIONS.
               MOVE 0 TO WS-TAX-USED
               PERFORM VARYING WS-TXA-IDX FROM 1 BY 1
                   UNTIL WS-TXA-IDX > WS-TXA-COUNT
                   IF WTX-OWNER(WS-TXA-IDX)
                       = WTX-OWNER(WS-TXA-FOUND-IDX)
                   AND WTX-GROUP(WS-TXA-IDX)
                       = WTX-GROUP(WS-TXA-FOUND-IDX)
                       IF WTX-TAX-YEAR(WS-TXA-IDX, 1) = WS-TAX-YEAR
                           ADD WTX-CONTRIB(WS-TXA-IDX, 1)
                               TO WS-TAX-USED
                       END-IF
                       IF WTX-TAX-YEAR(WS-TXA-IDX, 2) = WS-TAX-YEAR
                           ADD WTX-CONTRIB(WS-TXA-IDX, 2)
                               TO WS-TAX-USED
                       END-IF
                   END-IF
               END-PERFORM.

      *    Money stays locked until the maturity date; the only
      *    debits allowed out early are the ones CD-MATURITY itself
      *    generated and stamped. A CD with no terms row is treated
                           TO WA-LAST-DATE(WS-ACCT-COUNT)
                       MOVE 0
                           TO WA-TXN-TODAY(WS-ACCT-COUNT)
                       MOVE 0
                           TO WA-DAY-NET(WS-ACCT-COUNT)
                       MOVE 0
                           TO WA-RAIL-NET(WS-ACCT-COUNT)
                   ELSE
                       MOVE "TXN-RULE-CHECK" TO DQ-SOURCE-PROGRAM
                       MOVE WS-TODAY         TO DQ-DATE
                   END-IF
               END-READ.

      *    Optional: no policy on file leaves WA-DAY-NET at zero,
      *    so every debit meets the opening balance as it always
      *    did.
           LOAD-POSTING-POLICY.
               OPEN INPUT POSTING-POLICY-FILE
               IF WS-POL-FILE-OK
                   READ POSTING-POLICY-FILE INTO POSTING-POLICY-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POSTING-POLICY-IO
                           TO POSTING-POLICY-RECORD
                       MOVE "Y" TO WS-RUNNING-FUNDS
                   END-READ
                   CLOSE POSTING-POLICY-FILE
               END-IF.

      *    Optional: no instant-payment activity leaves every
      *    WA-RAIL-NET at zero. Only memo-posted rows count - once
      *    RTP-SETTLE brings a row in, the nightly feed carries it
      *    and the posted master does after that. A debit taken
      *    today also counts toward the day's aggregate and debit
      *    count, as it would have had it come through the batch.
      *    Runs after LOAD-CYCLE-TOTALS, which sets the aggregate.
           LOAD-RTP-MEMO-POSTS.
               OPEN INPUT RTP-ACTIVITY-FILE
               IF WS-RTP-FILE-OK
                   PERFORM READ-ONE-RTP-ROW
                       UNTIL END-OF-RTP-LOAD
                   CLOSE RTP-ACTIVITY-FILE
               END-IF.

           READ-ONE-RTP-ROW.
               READ RTP-ACTIVITY-FILE INTO RTP-ACTIVITY-IO
               AT END
                   MOVE "Y" TO WS-EOF-RTP
               NOT AT END
                   MOVE RTP-ACTIVITY-IO TO RTP-ACTIVITY-RECORD
                   IF RA-MEMO-POSTED AND RA-AMOUNT IS NUMERIC
                       MOVE 0 TO WS-FOUND-IDX
                       PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                           IF WA-ID(WS-ACCT-IDX) = RA-ACCOUNT-ID
                               MOVE WS-ACCT-IDX TO WS-FOUND-IDX
                           END-IF
                       END-PERFORM
                       IF WS-FOUND-IDX > 0
                           PERFORM APPLY-ONE-RTP-MEMO
                       END-IF
                   END-IF
               END-READ.

           APPLY-ONE-RTP-MEMO.
               IF RA-INBOUND
                   ADD RA-AMOUNT TO WA-RAIL-NET(WS-FOUND-IDX)
               ELSE
                   SUBTRACT RA-AMOUNT
                       FROM WA-RAIL-NET(WS-FOUND-IDX)
               END-IF
               IF RA-BUS-DATE = WS-TODAY
                   ADD RA-AMOUNT TO WA-DAILY-TOTAL(WS-FOUND-IDX)
                   IF RA-OUTBOUND
                       ADD 1 TO WA-TXN-TODAY(WS-FOUND-IDX)
                   END-IF
               END-IF.

      *    Optional: no tax-advantaged plans on file and the
      *    contribution rule never fires. A plan whose owner is not
      *    yet keyed stands as its own owner; TAX-ACCOUNT-PROC fills
      *    the owner in from the customer links tonight.
           LOAD-TAX-ACCOUNTS.
               OPEN INPUT TAX-ACCOUNTS-FILE
               IF WS-TXA-FILE-OK
                   PERFORM READ-ONE-TAX-ACCOUNT
                       UNTIL END-OF-TXA-LOAD
                   CLOSE TAX-ACCOUNTS-FILE
               END-IF.

           READ-ONE-TAX-ACCOUNT.
               READ TAX-ACCOUNTS-FILE INTO TAX-ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-TXA
               NOT AT END
                   MOVE TAX-ACCOUNT-IO TO TAX-ACCOUNT-RECORD
                   IF WS-TXA-COUNT < WS-TXA-MAX
                   AND TXA-ACCOUNT-ID NOT = SPACES
                       ADD 1 TO WS-TXA-COUNT
                       PERFORM STORE-ONE-TAX-ACCOUNT
                   END-IF
               END-READ.

           STORE-ONE-TAX-ACCOUNT.
               MOVE TXA-ACCOUNT-ID TO WTX-ACCOUNT-ID(WS-TXA-COUNT)
               IF TXA-HSA
                   MOVE "H" TO WTX-GROUP(WS-TXA-COUNT)
               ELSE
                   MOVE "I" TO WTX-GROUP(WS-TXA-COUNT)
               END-IF
               IF TXA-FAMILY
                   MOVE "F" TO WTX-COVERAGE(WS-TXA-COUNT)
               ELSE
                   MOVE "S" TO WTX-COVERAGE(WS-TXA-COUNT)
               END-IF
               IF TXA-CUSTOMER-ID = SPACES
                   MOVE TXA-ACCOUNT-ID TO WTX-OWNER(WS-TXA-COUNT)
               ELSE
                   MOVE TXA-CUSTOMER-ID TO WTX-OWNER(WS-TXA-COUNT)
               END-IF
               MOVE TXA-BIRTH-DATE(1:4)
                   TO WTX-BIRTH-YEAR(WS-TXA-COUNT)
               MOVE TXA-CUR-TAX-YEAR
                   TO WTX-TAX-YEAR(WS-TXA-COUNT, 1)
               IF TXA-CUR-CONTRIB IS NUMERIC
                   MOVE TXA-CUR-CONTRIB
                       TO WTX-CONTRIB(WS-TXA-COUNT, 1)
               ELSE
                   MOVE 0 TO WTX-CONTRIB(WS-TXA-COUNT, 1)
               END-IF
               MOVE TXA-PRI-TAX-YEAR
                   TO WTX-TAX-YEAR(WS-TXA-COUNT, 2)
               IF TXA-PRI-CONTRIB IS NUMERIC
                   MOVE TXA-PRI-CONTRIB
                       TO WTX-CONTRIB(WS-TXA-COUNT, 2)
               ELSE
                   MOVE 0 TO WTX-CONTRIB(WS-TXA-COUNT, 2)
               END-IF.

      *    Optional, like the product master: no file (or an empty
      *    one) and the built-in limits stand.
           LOAD-TAX-LIMITS.
               OPEN INPUT TAX-LIMITS-FILE
               IF WS-TCL-FILE-OK
                   PERFORM READ-ONE-TAX-LIMIT
                       UNTIL END-OF-TCL-LOAD
                   CLOSE TAX-LIMITS-FILE
               END-IF
               IF WS-TCL-COUNT = 0
                   PERFORM SEED-BUILTIN-TAX-LIMITS
               END-IF.

           READ-ONE-TAX-LIMIT.
               READ TAX-LIMITS-FILE INTO TAX-LIMIT-IO
               AT END
                   MOVE "Y" TO WS-EOF-TCL
               NOT AT END
                   MOVE TAX-LIMIT-IO TO TAX-LIMIT-RECORD
                   IF WS-TCL-COUNT < WS-TCL-MAX
                   AND TCL-TAX-YEAR IS NUMERIC
                   AND TCL-BASE-LIMIT IS NUMERIC
                       ADD 1 TO WS-TCL-COUNT
                       MOVE TAX-LIMIT-IO(1:22)
                           TO WS-TCL-ENTRY(WS-TCL-COUNT)
                       IF TCL-COVERAGE = SPACE
                           MOVE "S" TO WTL-COVERAGE(WS-TCL-COUNT)
                       END-IF
                       IF TCL-CATCHUP NOT NUMERIC
                           MOVE 0 TO WTL-CATCHUP(WS-TCL-COUNT)
                       END-IF
                       IF TCL-CATCHUP-AGE NOT NUMERIC
                           MOVE 99 TO WTL-CATCHUP-AGE(WS-TCL-COUNT)
                       END-IF
                   END-IF
               END-READ.

           SEED-BUILTIN-TAX-LIMITS.
               MOVE 6 TO WS-TCL-COUNT
               MOVE "2025IS0700000010000050"
                   TO WS-TCL-ENTRY(1)
               MOVE "2025HS0430000010000055"
                   TO WS-TCL-ENTRY(2)
               MOVE "2025HF0855000010000055"
                   TO WS-TCL-ENTRY(3)
               MOVE "2026IS0750000011000050"
                   TO WS-TCL-ENTRY(4)
               MOVE "2026HS0440000010000055"
                   TO WS-TCL-ENTRY(5)
               MOVE "2026HF0875000010000055"
                   TO WS-TCL-ENTRY(6).

           LOAD-SWEEP-FEES.
               OPEN INPUT FEE-SCHEDULE-FILE
               IF WS-FEESCHED-FILE-OK
