      *                                      confirmations, age the
      *                                      unsettled book)
      *               14. ACH-INBOUND-PROC  (post inbound ACH credits
      *                                      and filtered debits from
      *                                      other banks into the
      *                                      daily feed)
      *               15. DISPUTE-PROC      (dispute case tracking,
      *                                      provisional credits and
      *              arrived warns loudly at the top of the run and
      *              lands on the run log, so a transmission
      *              failure stops looking like a quiet day.
      *              Window forecast: a fresh (not resumed, not
      *              rehearsal) run first has BATCH-FORECAST count
      *              tonight's feeds and lay each step's history-
      *              based time end to end against the SLA window,
      *              flagging steps whose volume is far off their
      *              own norm; the forecast lands on the run log
      *              ahead of the real rows.
      *              Vault cash: behind DRAWER-PROOF, VAULT-CASH
      *              brings each branch vault forward, books cash
      *              in transit for GL-POSTING and writes the
      *              recommended cash orders and shipments.
      *              Online banking: once the day's positions and
      *              ledger are final, DIGITAL-FEED writes the
      *              vendor's nightly balance and history feed (and
      *              its masked test copy).
      *              Returned mail: right after CUSTOMER-MAINT,
      *              RETURNED-MAIL-PROC flags the addresses the post
      *              office sent mail back from, clears the ones the
      *              day's corrections fixed, and lists the accounts
      *              contact has been lost with, for ESCHEAT-PROCESS
      *              to age from.
      *              IOLTA: right after INTEREST-CALC, IOLTA-REMIT
      *              groups the month-end interest on lawyers' trust
      *              accounts by state bar foundation into the
      *              remittance file and its review report.
      *              Participations: right after LOAN-SETTLE,
      *              PARTICIPATION-REMIT gathers the month's split
      *              collections on loans sold down to participant
      *              banks into the investor remittance, its GL
      *              rows, report and participant statements - last
      *              business day of the month only.
      *              Foreign persons: right after RETURNED-MAIL-
      *              PROC, W8-RENEWAL-PROC queues renewal letters
      *              for W-8s nearing their expiry and lists the
      *              lapsed ones INTEREST-CALC will withhold on at
      *              the statutory 30%.
      *              Transmissions: after the last extract,
      *              OUTBOUND-REGISTRY logs every outbound interface
      *              file new tonight, takes in the receivers'
      *              acknowledgements, decides resend requests and
      *              lists the files unacknowledged past cutoff.
      *              Overdraft consent: right after PRICING-
      *              EXCEPTION-PROC, OD-OPT-IN-REPORT gives the prior
      *              month's Regulation E opt-in rates by account
      *              type and the overdraft fees FEE-ENGINE waived for
      *              want of consent - first business day of the
      *              month only.
      *              Pre-flight: before any step runs, checks that
      *              every input file the chain treats as mandatory
      *              (ACCOUNTS-MASTER, DAILY-TRANSACTIONS,
           01 PF-MAINT-REQ-RECORD       PIC X(100).

           FD PF-FEE-SCHED-FILE.
           01 PF-FEE-SCHED-RECORD       PIC X(80).

           FD PF-RATES-FILE.
           01 PF-RATES-RECORD           PIC X(39).
           WORKING-STORAGE SECTION.
           01 WS-DATE-INT           PIC 9(8).
           01 WS-TODAY              PIC X(10).
           01 WS-STEP-NUM           PIC 999 VALUE 0.
           01 WS-STEP-NAME          PIC X(30).
           01 WS-PASS-COUNT         PIC 999 VALUE 0.
           01 WS-FAIL-COUNT         PIC 999 VALUE 0.
           01 WS-SKIP-COUNT         PIC 999 VALUE 0.
           01 WS-RETURN-CODE        PIC 99 VALUE 0.
           01 WS-ARCHIVE-CMD        PIC X(120).
           01 WS-BATCH-STATUS       PIC X(10).
      *    --- Checkpoint/restart ---
           01 WS-CHECKPOINT-STATUS  PIC XX.
           01 WS-CHECKPOINT-DATE    PIC X(10).
           01 WS-CHECKPOINT-STEP    PIC 999 VALUE 0.
           01 WS-RESTART-STEP       PIC 999 VALUE 0.

      *    --- Automatic retry of transient step failures: a step
      *        that fails is re-run up to WS-STEP-RETRY-MAX times
           01 WS-BATCH-END-TIME     PIC 9(8).
           01 WS-BATCH-ELAPSED-SECS PIC 9(5)V99.
           01 WS-STEP-TIME-TABLE.
               05 WS-STEP-TIME-ENTRY OCCURS 150 TIMES
                               INDEXED BY WS-STIME-IDX.
                   10 WS-STIME-NAME    PIC X(30).
                   10 WS-STIME-SECS    PIC 9(5)V99.
           01 WS-EOF-SCHED          PIC X VALUE "N".
               88 END-OF-SCHED-LOAD     VALUE "Y".
           01 WS-SCHEDULE-TABLE.
               05 WS-SCHED-ENTRY OCCURS 150 TIMES
                               INDEXED BY WS-SCHED-IDX.
                   10 WS-BS-NAME       PIC X(30).
                   10 WS-BS-ENABLED    PIC X(01).
                   10 WS-BS-GROUP      PIC 99.
           01 WS-SCHED-COUNT        PIC 999 VALUE 0.
           01 WS-STEP-ENABLED       PIC X VALUE "Y".
               88 STEP-IS-ENABLED       VALUE "Y".
           01 WS-STEP-GROUP         PIC 99 VALUE 0.
           01 WS-GRP-TABLE.
               05 WS-GRP-ENTRY OCCURS 6 TIMES
                               INDEXED BY WS-GRP-IDX.
                   10 WGR-STEP-NUM     PIC 999.
                   10 WGR-STEP-NAME    PIC X(30).
                   10 WGR-CMD          PIC X(400).
           01 WS-GRP-COUNT          PIC 9 VALUE 0.
                       " (checkpoint found for " WS-TODAY ")"
                   DISPLAY " "
               END-IF
               IF WS-RESTART-STEP = 0
               AND NOT REHEARSAL-RUN
                   PERFORM RUN-BATCH-FORECAST
               END-IF

               ACCEPT WS-BATCH-START-TIME FROM TIME

               PERFORM RUN-FILE-REGISTRY
               PERFORM RUN-MASTER-SORT
               PERFORM RUN-ONBOARDING-PROC
               PERFORM RUN-CUSTODIAL-PROC
               PERFORM RUN-PRICING-EXCEPTION-PROC
               PERFORM RUN-OD-OPT-IN-REPORT
               PERFORM RUN-DOC-EXCEPTION-PROC
               PERFORM RUN-INTEGRITY-AUDIT
               PERFORM RUN-DQ-WORKOUT
               PERFORM RUN-WATCHLIST-SCREEN
               PERFORM RUN-OPERATOR-MAINT
               PERFORM RUN-ACCOUNT-MAINT
               PERFORM RUN-CUSTOMER-MAINT
               PERFORM RUN-RETURNED-MAIL-PROC
               PERFORM RUN-W8-RENEWAL-PROC
               PERFORM RUN-COOLING-OFF-REVIEW
               PERFORM RUN-CARD-MAINT
               PERFORM RUN-ESTATE-PROCESS
               PERFORM RUN-LEGAL-ORDER-PROC
               PERFORM RUN-ESCHEAT-PROCESS
               PERFORM RUN-COMPLAINT-PROC
               PERFORM RUN-FEE-REFUND-PROC
               PERFORM RUN-HOLD-RELEASE
               PERFORM RUN-DEPOSIT-RETURN-PROC
               PERFORM RUN-ACH-RETURN-PROC
               PERFORM RUN-ACH-SETTLE-MATCH
               PERFORM RUN-ACH-INBOUND-PROC
               PERFORM RUN-CHECK-CLEARING-PROC
               PERFORM RUN-ACH-ORIG-INTAKE
               PERFORM RUN-LOCKBOX-PROC
               PERFORM RUN-BILLPAY-PROC
               PERFORM RUN-ATM-SETTLE-PROC
               PERFORM RUN-RTP-SETTLE
               PERFORM RUN-DISPUTE-PROC
               PERFORM RUN-LOAN-ORIGINATION
               PERFORM RUN-OFFICER-MAINT
               PERFORM RUN-LOAN-MODIFY
               PERFORM RUN-LOAN-REPRICE
               PERFORM RUN-LOAN-PAYOFF
               PERFORM RUN-LOAN-ESCROW
               PERFORM RUN-LOAN-BILLING
               PERFORM RUN-LOAN-OFFSET
               PERFORM RUN-LOC-DRAW-PROC
               PERFORM RUN-OFFICIAL-CHECK-ISSUE
               PERFORM RUN-SAFE-DEPOSIT-BILLING
               PERFORM RUN-TXN-VALIDATOR
               PERFORM RUN-TXN-PROCESSOR
               PERFORM RUN-BALANCE-SWEEP
               PERFORM RUN-ROUNDUP-SWEEP
               PERFORM RUN-TAX-ACCOUNT-PROC
               PERFORM RUN-LOAN-SETTLE
               PERFORM RUN-PARTICIPATION-REMIT
               PERFORM RUN-OFFICIAL-CHECK-SETTLE
               PERFORM RUN-LOAN-COLLECTIONS
               PERFORM RUN-LOAN-CHARGEOFF
               PERFORM RUN-BANKRUPTCY-CLAIMS
               PERFORM RUN-LOAN-ALLOWANCE
               PERFORM RUN-LOAN-STATEMENT
               PERFORM RUN-COLLATERAL-REPORT
               PERFORM RUN-BUREAU-EXTRACT
               PERFORM RUN-TXN-REVERSAL
               PERFORM RUN-BALANCE-HISTORY
               PERFORM RUN-ALERT-SUBSCRIPTIONS
               PERFORM RUN-DIGITAL-FEED
               PERFORM RUN-INTERNAL-PROOF
               PERFORM RUN-PERIOD-LEDGER
               PERFORM RUN-COMPLIANCE-SCAN
               PERFORM RUN-KITING-DETECT
               PERFORM RUN-KYC-RISK-RATING
               PERFORM RUN-ENTITY-CDD-REPORT
               PERFORM RUN-OPERATOR-ANOMALY
               PERFORM RUN-COMPLIANCE-CASES
               PERFORM RUN-CTR-FILING-EXTRACT
               PERFORM RUN-SAR-CASES
               PERFORM RUN-PROFILE-CHANGE-REPORT
               PERFORM RUN-CAMPAIGN-EXTRACT
               PERFORM RUN-COMPLAINT-AGING
               PERFORM RUN-COMPLAINT-TREND
               PERFORM RUN-INTEREST-CALC
               PERFORM RUN-IOLTA-REMIT
               PERFORM RUN-FX-REVALUE
               PERFORM RUN-EOD-REPORT
               PERFORM RUN-EOD-TREND
               PERFORM RUN-EOD-EXPORT
               PERFORM RUN-TREASURY-LIQUIDITY
               PERFORM RUN-REPRICING-GAP
               PERFORM RUN-LETTER-ENGINE
               PERFORM RUN-NIM-REPORT
               PERFORM RUN-CALL-REPORT
               PERFORM RUN-REG-O-REPORT
               PERFORM RUN-TXN-RESUBMIT
               PERFORM RUN-APPROVAL-QUEUE
               PERFORM RUN-OD-PAYING-DECISION
               PERFORM RUN-FRAUD-REVIEW
               PERFORM RUN-ACH-PRENOTE
               PERFORM RUN-NACHA-EXPORT
               PERFORM RUN-DRAWER-PROOF
               PERFORM RUN-VAULT-CASH
               PERFORM RUN-GL-POSTING
      *        The suspense workout appends its re-post pairs onto
      *        tonight's GL-POSTINGS.dat, so it must run before the
      *        balances - otherwise the 999999 balance never drains
      *        and re-posted income never reaches its code.
               PERFORM RUN-SUSPENSE-WORKOUT
      *        Approved manual journals append onto the same file,
      *        for the same reason.
               PERFORM RUN-JOURNAL-ENTRY-PROC
               PERFORM RUN-GL-BUDGET-LOAD
               PERFORM RUN-GL-PERIOD-CLOSE
               PERFORM RUN-FIN-STATEMENTS
               PERFORM RUN-BUDGET-VARIANCE
               PERFORM RUN-TRIAL-BALANCE
               PERFORM RUN-BRANCH-PL
               PERFORM RUN-PROFITABILITY
               PERFORM RUN-OFFICER-PORTFOLIO
               PERFORM RUN-GL-DEPOSIT-RECON
               PERFORM RUN-ERROR-GLOSSARY
               PERFORM RUN-OUTBOUND-REGISTRY
      *        Packages what the cycle printed, so it follows every
      *        report - and precedes the archive, which keeps the
      *        packages with the night's outputs.
               PERFORM RUN-REPORT-DISTRIBUTION
               IF WS-GRP-COUNT > 0
                   PERFORM LAUNCH-PENDING-GROUP
               END-IF
                   END-IF
               END-IF.

           RUN-CUSTODIAL-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "CUSTODIAL-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/CUSTODIAL-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

      *    Negotiated pricing is placed in or out of force before
      *    FEE-ENGINE and INTEREST-CALC read it.
           RUN-PRICING-EXCEPTION-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "PRICING-EXCEPTION-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/PRICING-EXCEPTION-PROC"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
               END-IF.

      *    Opt-in report reads last month's consents and waivers -
      *    nothing tonight's steps write falls in that month.
           RUN-OD-OPT-IN-REPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "OD-OPT-IN-REPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/OD-OPT-IN-REPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

      *    Documentation exceptions queue their freezes ahead of
      *    ACCOUNT-MAINT and leave the W-9 verdicts for
      *    INTEREST-CALC.
           RUN-DOC-EXCEPTION-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "DOC-EXCEPTION-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/DOC-EXCEPTION-PROC"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
               END-IF.

           RUN-WATCHLIST-SCREEN.
               ADD 1 TO WS-STEP-NUM
               MOVE "WATCHLIST-SCREEN" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/WATCHLIST-SCREEN 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-OPERATOR-MAINT.
               ADD 1 TO WS-STEP-NUM
               MOVE "OPERATOR-MAINT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/OPERATOR-MAINT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ACCOUNT-MAINT.
               ADD 1 TO WS-STEP-NUM
               MOVE "ACCOUNT-MAINT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ACCOUNT-MAINT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-CUSTOMER-MAINT.
               ADD 1 TO WS-STEP-NUM
               MOVE "CUSTOMER-MAINT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/CUSTOMER-MAINT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-RETURNED-MAIL-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "RETURNED-MAIL-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/RETURNED-MAIL-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
               END-IF.

           RUN-W8-RENEWAL-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "W8-RENEWAL-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/W8-RENEWAL-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-COOLING-OFF-REVIEW.
               ADD 1 TO WS-STEP-NUM
               MOVE "COOLING-OFF-REVIEW" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/COOLING-OFF-REVIEW 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-CARD-MAINT.
               ADD 1 TO WS-STEP-NUM
               MOVE "CARD-MAINT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/CARD-MAINT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ESTATE-PROCESS.
               ADD 1 TO WS-STEP-NUM
               MOVE "ESTATE-PROCESS" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ESTATE-PROCESS 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-LEGAL-ORDER-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "LEGAL-ORDER-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LEGAL-ORDER-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ESCHEAT-PROCESS.
               ADD 1 TO WS-STEP-NUM
               MOVE "ESCHEAT-PROCESS" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ESCHEAT-PROCESS 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-COMPLAINT-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "COMPLAINT-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/COMPLAINT-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-FEE-REFUND-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "FEE-REFUND-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/FEE-REFUND-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-HOLD-RELEASE.
               ADD 1 TO WS-STEP-NUM
               MOVE "HOLD-RELEASE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/HOLD-RELEASE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-DEPOSIT-RETURN-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "DEPOSIT-RETURN-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/DEPOSIT-RETURN-PROC"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
               END-IF.

           RUN-STANDING-ORDER-GEN.
               ADD 1 TO WS-STEP-NUM
               MOVE "STANDING-ORDER-GEN" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/STANDING-ORDER-GEN 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
               END-IF.

           RUN-NACHA-IMPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "NACHA-IMPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/NACHA-IMPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
               END-IF.

           RUN-ACH-NOC-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "ACH-NOC-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ACH-NOC-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ACH-RETURN-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "ACH-RETURN-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ACH-RETURN-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ACH-SETTLE-MATCH.
               ADD 1 TO WS-STEP-NUM
               MOVE "ACH-SETTLE-MATCH" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ACH-SETTLE-MATCH 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ACH-INBOUND-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "ACH-INBOUND-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ACH-INBOUND-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-CHECK-CLEARING-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "CHECK-CLEARING-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE
                          "data/output/CHECK-CLEARING-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ACH-ORIG-INTAKE.
               ADD 1 TO WS-STEP-NUM
               MOVE "ACH-ORIG-INTAKE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ACH-ORIG-INTAKE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-LOCKBOX-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOCKBOX-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOCKBOX-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-BILLPAY-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "BILLPAY-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/BILLPAY-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ATM-SETTLE-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "ATM-SETTLE-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ATM-SETTLE-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-RTP-SETTLE.
               ADD 1 TO WS-STEP-NUM
               MOVE "RTP-SETTLE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/RTP-SETTLE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-DISPUTE-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "DISPUTE-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/DISPUTE-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-OFFICER-MAINT.
               ADD 1 TO WS-STEP-NUM
               MOVE "OFFICER-MAINT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/OFFICER-MAINT"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-ORIGINATION.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-ORIGINATION" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-ORIGINATION 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-MODIFY.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-MODIFY" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-MODIFY 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-REPRICE.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-REPRICE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-REPRICE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-PAYOFF.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-PAYOFF" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-PAYOFF 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-ESCROW.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-ESCROW" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-ESCROW 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-BILLING.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-BILLING" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-BILLING 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-OFFSET.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-OFFSET" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-OFFSET 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOC-DRAW-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOC-DRAW-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOC-DRAW-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-OFFICIAL-CHECK-ISSUE.
               ADD 1 TO WS-STEP-NUM
               MOVE "OFFICIAL-CHECK-ISSUE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/OFFICIAL-CHECK-ISSUE"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-SAFE-DEPOSIT-BILLING.
               ADD 1 TO WS-STEP-NUM
               MOVE "SAFE-DEPOSIT-BILLING" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/SAFE-DEPOSIT-BILLING"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-ACCOUNT-ANALYSIS.
               ADD 1 TO WS-STEP-NUM
               MOVE "ACCOUNT-ANALYSIS" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ACCOUNT-ANALYSIS 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-CD-MATURITY.
               ADD 1 TO WS-STEP-NUM
               MOVE "CD-MATURITY" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/CD-MATURITY 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-AUTH-HOLD-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "AUTH-HOLD-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/AUTH-HOLD-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-FEE-ENGINE.
               ADD 1 TO WS-STEP-NUM
               MOVE "FEE-ENGINE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/FEE-ENGINE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

      *    Second screening pass: ACCOUNT-MAINT's closing
      *    disbursements, LEGAL-ORDER-PROC's remittances and every
      *    other item the maintenance steps appended to the daily
      *    feed AFTER the step-2 screen get the same look before
      *    anything validates or transmits. Same program, its own
      *    schedule row; already-screened rows just pass through.
           RUN-WATCHLIST-RESCREEN.
               ADD 1 TO WS-STEP-NUM
               MOVE "WATCHLIST-RESCREEN" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/WATCHLIST-SCREEN 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

      *    Future-dated items whose business date has arrived move
      *    onto the daily feed just ahead of validation, so they
      *    pass the full rule check against today's position.
           RUN-WAREHOUSE-RELEASE.
               ADD 1 TO WS-STEP-NUM
               MOVE "WAREHOUSE-RELEASE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE
                          "data/output/WAREHOUSE-RELEASE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-TXN-VALIDATOR.
               ADD 1 TO WS-STEP-NUM
               MOVE "TXN-VALIDATOR" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       IF PARTITIONED-RUN
                           PERFORM RUN-PARTITIONED-VALIDATION
                       ELSE
                           PERFORM LOG-STEP-START
                           MOVE
                           "data/output/TXN-VALIDATOR 2>/dev/null"
                               TO WS-STEP-CMD
                           PERFORM EXECUTE-STEP-WITH-RETRY
                       END-IF
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

      *    Split the feed into four account-ID-range streams, run
      *    the validator once per stream (each run re-seeds from the
      *    cross-cycle seen/total files, so duplicate detection and
      *    the daily aggregate limit hold across streams), save each
      *    stream's outputs aside, then merge them back into the
      *    exact single files the rest of the chain expects. Any
      *    failed piece fails the whole step.
      *    The day's original feed is set aside before the
      *    partition loop starts swapping quarter-files into its
      *    place, and put back whatever happens - an orchestration
      *    step must not destroy its own input.
           RUN-PARTITIONED-VALIDATION.
               PERFORM LOG-STEP-START
               CALL "SYSTEM" USING
                   "cp data/input/DAILY-TRANSACTIONS.dat data/input/
      -            "DAILY-TXNS-ORIG.dat"
               MOVE "data/output/TXN-SPLIT 2>/dev/null"
                   TO WS-STEP-CMD
               PERFORM RUN-STEP-ONCE
               MOVE 0 TO WS-STEP-ATTEMPTS
               MOVE "N" TO WS-STEP-RETRIED
               IF WS-RETURN-CODE = 0
                   PERFORM RUN-ONE-PARTITION
                       VARYING WS-PART-NUM FROM 1 BY 1
                       UNTIL WS-PART-NUM > 4
                       OR WS-RETURN-CODE NOT = 0
               END-IF
               IF WS-RETURN-CODE = 0
                   MOVE "data/output/TXN-MERGE 2>/dev/null"
                       TO WS-STEP-CMD
                   PERFORM RUN-STEP-ONCE
               END-IF
               CALL "SYSTEM" USING
                   "mv data/input/DAILY-TXNS-ORIG.dat data/input/DAI
      -            "LY-TRANSACTIONS.dat"
               PERFORM LOG-STEP-RESULT.

           RUN-ONE-PARTITION.
               MOVE SPACES TO WS-STEP-CMD
               STRING "cp data/input/DAILY-TXNS-P" DELIMITED SIZE
                   WS-PART-NUM DELIMITED SIZE
                   ".dat data/input/DAILY-TRANSACTIONS.dat"
                   DELIMITED SIZE
                   " && data/output/TXN-VALIDATOR >/dev/null 2>&1"
                   DELIMITED SIZE
                   " && cp data/output/APPROVED-TRANSACTIONS.dat"
                   DELIMITED SIZE
                   " data/output/APPROVED-P" DELIMITED SIZE
                   WS-PART-NUM DELIMITED SIZE
                   ".dat" DELIMITED SIZE
                   " && cp data/output/REJECTED-TRANSACTIONS.dat"
                   DELIMITED SIZE
                   " data/output/REJECTED-P" DELIMITED SIZE
                   WS-PART-NUM DELIMITED SIZE
                   ".dat" DELIMITED SIZE
                   " && cp data/output/APPROVAL-QUEUE.dat"
                   DELIMITED SIZE
                   " data/output/APPROVAL-QUEUE-P" DELIMITED SIZE
                   WS-PART-NUM DELIMITED SIZE
                   ".dat" DELIMITED SIZE
                   INTO WS-STEP-CMD
               DISPLAY "    validating partition " WS-PART-NUM
               PERFORM RUN-STEP-ONCE.

           RUN-TXN-PROCESSOR.
               ADD 1 TO WS-STEP-NUM
               MOVE "TXN-PROCESSOR" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/TXN-PROCESSOR 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-BALANCE-SWEEP.
               ADD 1 TO WS-STEP-NUM
               MOVE "BALANCE-SWEEP" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/BALANCE-SWEEP 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-ROUNDUP-SWEEP.
               ADD 1 TO WS-STEP-NUM
               MOVE "ROUNDUP-SWEEP" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ROUNDUP-SWEEP 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-TAX-ACCOUNT-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "TAX-ACCOUNT-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/TAX-ACCOUNT-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE

           RUN-LOAN-SETTLE.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-SETTLE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-SETTLE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-PARTICIPATION-REMIT.
               ADD 1 TO WS-STEP-NUM
               MOVE "PARTICIPATION-REMIT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/PARTICIPATION-REMIT"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-OFFICIAL-CHECK-SETTLE.
               ADD 1 TO WS-STEP-NUM
               MOVE "OFFICIAL-CHECK-SETTLE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/OFFICIAL-CHECK-SETTLE"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-COLLECTIONS.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-COLLECTIONS" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-COLLECTIONS 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-CHARGEOFF.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-CHARGEOFF" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-CHARGEOFF 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-BANKRUPTCY-CLAIMS.
               ADD 1 TO WS-STEP-NUM
               MOVE "BANKRUPTCY-CLAIMS" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/BANKRUPTCY-CLAIMS 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-ALLOWANCE.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-ALLOWANCE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-ALLOWANCE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-LOAN-STATEMENT.
               ADD 1 TO WS-STEP-NUM
               MOVE "LOAN-STATEMENT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LOAN-STATEMENT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-COLLATERAL-REPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "COLLATERAL-REPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/COLLATERAL-REPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-BUREAU-EXTRACT.
               ADD 1 TO WS-STEP-NUM
               MOVE "BUREAU-EXTRACT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/BUREAU-EXTRACT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-TXN-REVERSAL.
               ADD 1 TO WS-STEP-NUM
               MOVE "TXN-REVERSAL" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/TXN-REVERSAL 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-BALANCE-HISTORY.
               ADD 1 TO WS-STEP-NUM
               MOVE "BALANCE-HISTORY" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/BALANCE-HISTORY 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-ALERT-SUBSCRIPTIONS.
               ADD 1 TO WS-STEP-NUM
               MOVE "ALERT-SUBSCRIPTIONS" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/ALERT-SUBSCRIPTIONS"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                   END-IF
               END-IF.

           RUN-DIGITAL-FEED.
               ADD 1 TO WS-STEP-NUM
               MOVE "DIGITAL-FEED" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/DIGITAL-FEED 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-INTERNAL-PROOF.
               ADD 1 TO WS-STEP-NUM
               MOVE "INTERNAL-PROOF" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/INTERNAL-PROOF 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-PERIOD-LEDGER.
               ADD 1 TO WS-STEP-NUM
               MOVE "PERIOD-LEDGER" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/PERIOD-LEDGER 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-COMPLIANCE-SCAN.
               ADD 1 TO WS-STEP-NUM
               MOVE "COMPLIANCE-SCAN" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/COMPLIANCE-SCAN 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-KITING-DETECT.
               ADD 1 TO WS-STEP-NUM
               MOVE "KITING-DETECT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/KITING-DETECT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-KYC-RISK-RATING.
               ADD 1 TO WS-STEP-NUM
               MOVE "KYC-RISK-RATING" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/KYC-RISK-RATING 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-ENTITY-CDD-REPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "ENTITY-CDD-REPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/ENTITY-CDD-REPORT"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-OPERATOR-ANOMALY.
               ADD 1 TO WS-STEP-NUM
               MOVE "OPERATOR-ANOMALY" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE
                           "data/output/OPERATOR-ANOMALY 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-COMPLIANCE-CASES.
               ADD 1 TO WS-STEP-NUM
               MOVE "COMPLIANCE-CASES" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/COMPLIANCE-CASES 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-CTR-FILING-EXTRACT.
               ADD 1 TO WS-STEP-NUM
               MOVE "CTR-FILING-EXTRACT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/CTR-FILING-EXTRACT"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

      *    SAR case workflow - every alert source above has been
      *    written by now. Its files live apart from data/output,
      *    in a directory only the compliance group can read, and
      *    are deliberately left out of the nightly archive.
           RUN-SAR-CASES.
               ADD 1 TO WS-STEP-NUM
               MOVE "SAR-CASES" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       CALL "SYSTEM" USING
                           "mkdir -p -m 0750 data/restricted"
                       MOVE "data/output/SAR-CASES 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-PROFILE-CHANGE-REPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "PROFILE-CHANGE-REPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE
                       "data/output/PROFILE-CHANGE-REPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-CAMPAIGN-EXTRACT.
               ADD 1 TO WS-STEP-NUM
               MOVE "CAMPAIGN-EXTRACT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/CAMPAIGN-EXTRACT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-COMPLAINT-AGING.
               ADD 1 TO WS-STEP-NUM
               MOVE "COMPLAINT-AGING" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/COMPLAINT-AGING 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-COMPLAINT-TREND.
               ADD 1 TO WS-STEP-NUM
               MOVE "COMPLAINT-TREND" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/COMPLAINT-TREND 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-INTEREST-CALC.
               ADD 1 TO WS-STEP-NUM
               MOVE "INTEREST-CALC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/INTEREST-CALC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
               END-IF.

           RUN-IOLTA-REMIT.
               ADD 1 TO WS-STEP-NUM
               MOVE "IOLTA-REMIT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/IOLTA-REMIT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-FX-REVALUE.
               ADD 1 TO WS-STEP-NUM
               MOVE "FX-REVALUE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/FX-REVALUE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

      *    Quarantined rows fold into the persistent queue,
      *    corrections re-validate and apply, and the aging report
      *    prints. Runs with the morning maintenance steps so a
      *    repaired master row is on the file before the update
      *    programs stream it (and survives MASTER-ROLLOVER's
      *    install of ACCOUNTS-UPDATED), and a repaired transaction
      *    rides tonight's daily feed into the validator.
           RUN-INTEGRITY-AUDIT.
               ADD 1 TO WS-STEP-NUM
               MOVE "INTEGRITY-AUDIT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/INTEGRITY-AUDIT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-DQ-WORKOUT.
               ADD 1 TO WS-STEP-NUM
               MOVE "DQ-WORKOUT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/DQ-WORKOUT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-EOD-REPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "EOD-REPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/EOD-REPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-EOD-TREND.
               ADD 1 TO WS-STEP-NUM
               MOVE "EOD-TREND" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/EOD-TREND 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-EOD-EXPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "EOD-EXPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/EOD-EXPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-TREASURY-LIQUIDITY.
               ADD 1 TO WS-STEP-NUM
               MOVE "TREASURY-LIQUIDITY" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/TREASURY-LIQUIDITY"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                   END-IF
               END-IF.

           RUN-REPRICING-GAP.
               ADD 1 TO WS-STEP-NUM
               MOVE "REPRICING-GAP" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/REPRICING-GAP 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-LETTER-ENGINE.
               ADD 1 TO WS-STEP-NUM
               MOVE "LETTER-ENGINE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/LETTER-ENGINE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-NIM-REPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "NIM-REPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/NIM-REPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-CALL-REPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "CALL-REPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/CALL-REPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-REG-O-REPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "REG-O-REPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/REG-O-REPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-TXN-RESUBMIT.
               ADD 1 TO WS-STEP-NUM
               MOVE "TXN-RESUBMIT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/TXN-RESUBMIT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-APPROVAL-QUEUE.
               ADD 1 TO WS-STEP-NUM
               MOVE "APPROVAL-QUEUE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/APPROVAL-QUEUE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
               END-IF.

           RUN-OD-PAYING-DECISION.
               ADD 1 TO WS-STEP-NUM
               MOVE "OD-PAYING-DECISION" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE
                          "data/output/OD-PAYING-DECISION 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-FRAUD-REVIEW.
               ADD 1 TO WS-STEP-NUM
               MOVE "FRAUD-REVIEW" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/FRAUD-REVIEW 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-ACH-PRENOTE.
               ADD 1 TO WS-STEP-NUM
               MOVE "ACH-PRENOTE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/ACH-PRENOTE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-NACHA-EXPORT.
               ADD 1 TO WS-STEP-NUM
               MOVE "NACHA-EXPORT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/NACHA-EXPORT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-DRAWER-PROOF.
               ADD 1 TO WS-STEP-NUM
               MOVE "DRAWER-PROOF" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/DRAWER-PROOF 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-VAULT-CASH.
               ADD 1 TO WS-STEP-NUM
               MOVE "VAULT-CASH" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/VAULT-CASH 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-GL-POSTING.
               ADD 1 TO WS-STEP-NUM
               MOVE "GL-POSTING" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/GL-POSTING 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-GL-PERIOD-CLOSE.
               ADD 1 TO WS-STEP-NUM
               MOVE "GL-PERIOD-CLOSE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/GL-PERIOD-CLOSE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-FIN-STATEMENTS.
               ADD 1 TO WS-STEP-NUM
               MOVE "FIN-STATEMENTS" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/FIN-STATEMENTS 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-SUSPENSE-WORKOUT.
               ADD 1 TO WS-STEP-NUM
               MOVE "SUSPENSE-WORKOUT" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/SUSPENSE-WORKOUT 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-JOURNAL-ENTRY-PROC.
               ADD 1 TO WS-STEP-NUM
               MOVE "JOURNAL-ENTRY-PROC" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/JOURNAL-ENTRY-PROC 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-GL-BUDGET-LOAD.
               ADD 1 TO WS-STEP-NUM
               MOVE "GL-BUDGET-LOAD" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/GL-BUDGET-LOAD 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-BUDGET-VARIANCE.
               ADD 1 TO WS-STEP-NUM
               MOVE "BUDGET-VARIANCE" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/BUDGET-VARIANCE 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                   END-IF
               END-IF.

           RUN-OFFICER-PORTFOLIO.
               ADD 1 TO WS-STEP-NUM
               MOVE "OFFICER-PORTFOLIO" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/OFFICER-PORTFOLIO"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-BRANCH-PL.
               ADD 1 TO WS-STEP-NUM
               MOVE "BRANCH-PL" TO WS-STEP-NAME
               CALL "SYSTEM" USING
                   "rm -f data/output/APPROVED-PRIOR-CYCLES.dat".

           RUN-OUTBOUND-REGISTRY.
               ADD 1 TO WS-STEP-NUM
               MOVE "OUTBOUND-REGISTRY" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE "data/output/OUTBOUND-REGISTRY 2>/dev/null"
                           TO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-REPORT-DISTRIBUTION.
               ADD 1 TO WS-STEP-NUM
               MOVE "REPORT-DISTRIBUTION" TO WS-STEP-NAME
               PERFORM FIND-STEP-ENABLED
               IF BATCH-HALTED
                   PERFORM LOG-STEP-HALTED
               ELSE
                   IF NOT STEP-IS-ENABLED
                       PERFORM LOG-STEP-DISABLED
                   ELSE
                   IF WS-STEP-NUM > WS-RESTART-STEP
                       PERFORM LOG-STEP-START
                       MOVE SPACES TO WS-STEP-CMD
                       STRING "data/output/REPORT-DISTRIBUTION"
                           DELIMITED SIZE
                           " 2>/dev/null" DELIMITED SIZE
                           INTO WS-STEP-CMD
                       PERFORM EXECUTE-STEP-WITH-RETRY
                   ELSE
                       PERFORM LOG-STEP-SKIPPED
                   END-IF
                   END-IF
               END-IF.

           RUN-MASTER-ROLLOVER.
               ADD 1 TO WS-STEP-NUM
               MOVE "MASTER-ROLLOVER" TO WS-STEP-NAME
               DISPLAY "  Rehearsal differences → data/output/"
                   "REHEARSAL-DIFF-REPORT.dat".

      *    Before the first step: tonight's forecast. BATCH-FORECAST
      *    appends to the run log itself, so the runner lets go of
      *    the file around the call. Advisory only - a forecast that
      *    cannot be made never holds up the cycle.
           RUN-BATCH-FORECAST.
               CLOSE RUN-LOG-FILE
               CALL "SYSTEM" USING
                   "data/output/BATCH-FORECAST 2>/dev/null"
               PERFORM OPEN-RUN-LOG
               DISPLAY " ".

           LOG-STEP-START.
               ACCEPT WS-STEP-START-TIME FROM TIME
               DISPLAY "  [STEP " WS-STEP-NUM "] "
               AT END
                   MOVE "Y" TO WS-EOF-SCHED
               NOT AT END
                   IF WS-SCHED-COUNT < 150
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE BS-STEP-NAME TO WS-BS-NAME(WS-SCHED-COUNT)
                       MOVE BS-ENABLED
                       NOT AT END
                           MOVE CHECKPOINT-FILE-RECORD(1:10)
                               TO WS-CHECKPOINT-DATE
      *                    A checkpoint left in the older two-
      *                    digit layout is still honoured
                           IF CHECKPOINT-FILE-RECORD(13:1) = SPACE
                               MOVE CHECKPOINT-FILE-RECORD(11:2)
                                   TO WS-CHECKPOINT-STEP
                           ELSE
                               MOVE CHECKPOINT-FILE-RECORD(11:3)
                                   TO WS-CHECKPOINT-STEP
                           END-IF
                           IF WS-CHECKPOINT-DATE = WS-TODAY
                               MOVE WS-CHECKPOINT-STEP
                                   TO WS-RESTART-STEP
               DISPLAY "    PROCESSED-FILES.dat"
               DISPLAY "    WATCHLIST-HOLDS.dat"
               DISPLAY "    WATCHLIST-MATCH-REPORT.dat"
               DISPLAY "    CUSTODIAL-REPORT.dat"
               DISPLAY "    PRICING-EXCEPTION-REPORT.dat"
               DISPLAY "    PRICING-EXCEPTION-COST.dat"
               DISPLAY "    DOC-EXCEPTIONS.dat"
               DISPLAY "    DOC-EXCEPTION-REPORT.dat"
               DISPLAY "    ACCOUNT-MAINT-RESULTS.dat"
               DISPLAY "    OFFICER-MAINT-RESULTS.dat"
               DISPLAY "    OFFICER-PORTFOLIO-REPORT.dat"
               DISPLAY "    ENTITY-CDD-REPORT.dat"
               DISPLAY "    PROFITABILITY-ACCOUNTS.dat"
               DISPLAY "    PROFILE-CHANGES.dat"
               DISPLAY "    COOLING-OFF-HOLDS.dat"
               DISPLAY "    COOLING-OFF-REVIEW-RESULTS.dat"
               DISPLAY "    CARD-MAINT-RESULTS.dat"
               DISPLAY "    CARD-REISSUE-EXTRACT.dat"
               DISPLAY "    AUTH-DECLINES.dat"
               DISPLAY "    CARD-SETTLEMENTS.dat"
               DISPLAY "    ROUNDUP-ACTIVITY-REPORT.dat"
               DISPLAY "    ROUNDUP-MONTHLY-SUMMARY.dat"
               DISPLAY "    TAX-ACCOUNT-REPORT.dat"
               DISPLAY "    TAX-ACCOUNT-ACTIVITY.dat"
               DISPLAY "    ACH-RETURN-RESULTS.dat"
               DISPLAY "    ACH-INBOUND-RETURNS.dat"
               DISPLAY "    ACH-DEBIT-EXCEPTIONS.dat"
               DISPLAY "    ACH-ORIG-ACK.dat"
               DISPLAY "    ACH-ORIG-BATCH-LOG.dat"
               DISPLAY "    ACH-ORIG-HELD.dat"
               DISPLAY "    LOCKBOX-EXCEPTIONS.dat"
               DISPLAY "    LOCKBOX-REMIT-<account>.dat"
               DISPLAY "    BILLPAY-RESULTS.dat"
               DISPLAY "    BILLPAY-PAYMENTS.dat"
               DISPLAY "    OFFICIAL-CHECK-PRINT.dat"
               DISPLAY "    BAD-ADDRESS-TRACKING.dat"
               DISPLAY "    LOST-CONTACT.dat"
               DISPLAY "    RETURNED-MAIL-REPORT.dat"
               DISPLAY "    ESCHEAT-TRACKING.dat"
               DISPLAY "    ESCHEAT-REMITTANCE.dat"
               DISPLAY "    ESCHEAT-REPORT.dat"
               DISPLAY "    CTR-CANDIDATES.dat"
               DISPLAY "    COMPLIANCE-CASES.dat"
               DISPLAY "    CASE-AGING-REPORT.dat"
               DISPLAY "    (restricted) SAR-CASES.dat"
               DISPLAY "    (restricted) SAR-FILING-EXTRACT.dat"
               DISPLAY "    (restricted) SAR-CASE-REPORT.dat"
               DISPLAY "    PROFILE-CHANGE-REPORT.dat"
               DISPLAY "    CAMPAIGN-LIST.dat"
               DISPLAY "    CAMPAIGN-EXTRACT-LOG.dat"
               DISPLAY "    COMPLAINTS.dat"
               DISPLAY "    COMPLAINT-RESULTS.dat"
               DISPLAY "    COMPLAINT-AGING-REPORT.dat"
               DISPLAY "    COMPLAINT-TREND-REPORT.dat"
               DISPLAY "    JOURNAL-ENTRIES.dat"
               DISPLAY "    JOURNAL-RESULTS.dat"
               DISPLAY "    JOURNAL-REGISTER-REPORT.dat"
               DISPLAY "    GL-BUDGET.dat"
               DISPLAY "    GL-BUDGET-RESULTS.dat"
               DISPLAY "    GL-BRANCH-RUNNING.dat"
               DISPLAY "    GL-BRANCH-PERIOD-BALANCES.dat"
               DISPLAY "    BUDGET-VARIANCE-REPORT.dat"
               DISPLAY "    BUDGET-VARIANCE-BRANCHES.dat"
               DISPLAY "    INTEGRITY-FINDINGS.dat"
               DISPLAY "    INTEGRITY-AUDIT-REPORT.dat"
               DISPLAY "    BUNDLE-<department>.dat"
               DISPLAY "    BUNDLE-BR-<branch>.dat"
               DISPLAY "    DISTRIBUTION-LOG.dat"
               DISPLAY "    OPERATOR-MAINT-RESULTS.dat"
               DISPLAY "    OPERATOR-RECERT-REPORT.dat"
               DISPLAY "    BATCH-FORECAST-REPORT.dat"
               DISPLAY "    VAULT-CASH-REPORT.dat"
               DISPLAY "    CASH-ORDERS.dat"
               DISPLAY "    VAULT-CASH-GL.dat"
               DISPLAY "    DIGITAL-BANKING-FEED.dat"
               DISPLAY "    DIGITAL-BANKING-FEED-MASKED.dat"
               DISPLAY "    REPRICING-GAP-REPORT.dat"
               DISPLAY "    ACCOUNTS-UPDATED.dat"
               DISPLAY "    FEE-SUMMARY.dat"
               DISPLAY "    ACCOUNT-OD-GRACE.dat"
               DISPLAY "    INTEREST-TRANSACTIONS.dat"
               DISPLAY "    IOLTA-INTEREST.dat"
               DISPLAY "    IOLTA-REMITTANCE.dat"
               DISPLAY "    IOLTA-REMIT-REPORT.dat"
               DISPLAY "    PARTICIPATION-ACTIVITY.dat"
               DISPLAY "    PARTICIPATION-REMITTANCE.dat"
               DISPLAY "    PARTICIPATION-REMIT-GL.dat"
               DISPLAY "    PARTICIPATION-REMIT-REPORT.dat"
               DISPLAY "    PARTICIPANT-STATEMENTS.dat"
               DISPLAY "    W8-RENEWAL-REPORT.dat"
               DISPLAY "    NRA-WITHHOLDING-REMIT.dat"
               DISPLAY "    TRANSMISSION-LOG.dat"
               DISPLAY "    TRANSMISSION-REPORT.dat"
               DISPLAY "    OD-OPT-IN-WAIVERS.dat"
               DISPLAY "    OD-OPT-IN-REPORT.dat"
               DISPLAY "    EOD-REPORT.dat"
               DISPLAY "    TXN-LEDGER.csv"
               DISPLAY "    ACCOUNTS-UPDATED.csv"
