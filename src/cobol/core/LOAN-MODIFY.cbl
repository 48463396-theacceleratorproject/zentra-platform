      *================================================================
      * PROGRAM:    LOAN-MODIFY.cbl
      * DESCRIPTION: Loan modification and hardship deferral. Reads
      *              workout requests from the optional
      *              LOAN-MOD-REQUESTS.dat feed (see
      *              LOAN-MOD-REQUEST-RECORD.cpy) against
      *              LOAN-MASTER.dat. A request applies only when the
      *              loan is active, the officer who keyed it is on
      *              OPERATORS.dat, and a DIFFERENT officer holding
      *              the supervisor role approved it - the same
      *              second-person rule ACCOUNT-MAINT applies to its
      *              sensitive changes. The actions:
      *                - DEF: LN-NEXT-DUE-DATE moves out LMR-MONTHS
      *                  months (it must land after today, so the
      *                  deferral brings the loan current); missed
      *                  installments and late charges already
      *                  counted are cleared. The simple interest for
      *                  the deferred months is either capitalized -
      *                  added to principal, the payment re-solved
      *                  over the same months left - or deferred into
      *                  LN-ACCRUED-INT, interest-free and due with
      *                  the final payment or payoff;
      *                - EXT: LN-TERM-MONTHS and the months left both
      *                  grow LMR-MONTHS and the payment is re-solved;
      *                - RAT: LN-ANNUAL-RATE drops to LMR-NEW-RATE and
      *                  the payment is re-solved (a revolving line
      *                  simply accrues at the new rate);
      *                - REA: the balance re-amortizes over LMR-MONTHS
      *                  months from the next due date.
      *              The months left come from LRT-MATURITY-DATE for
      *              a variable-rate note, otherwise by running the
      *              balance forward at the current payment. The
      *              re-solve is LOAN-BILLING's annuity solve. A
      *              variable-rate note's maturity date moves with
      *              the new schedule, and a rate cut lowers its
      *              margin (and floor) by the same amount so the
      *              next reset does not undo the concession.
      *              Every applied change:
      *                - appends its before/after terms to the
      *                  cumulative LOAN-MODIFICATIONS.dat (see
      *                  LOAN-MODIFICATION-RECORD.cpy), which marks
      *                  the loan as modified for LOAN-COLLECTIONS,
      *                  LOAN-CHARGEOFF and BUREAU-EXTRACT;
      *                - goes on the loan's LOAN-HISTORY.dat;
      *                - queues a LOANMOD notice for LETTER-ENGINE
      *                  with the new payment.
      *              Each request echoes to LOAN-MOD-RESULTS.dat with
      *              its outcome, and every run reprints the examiner
      *              register LOAN-MOD-REPORT.dat - all modifications
      *              on record with the terms before and after, both
      *              officers, and where the loan stands today. Runs
      *              after LOAN-ORIGINATION, ahead of LOAN-REPRICE
      *              and LOAN-BILLING, so the night's billing uses
      *              the modified terms.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-MODIFY.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: no modification requests is the usual
      *        day.
               SELECT REQUESTS-FILE
                   ASSIGN TO "data/input/LOAN-MOD-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.

               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional file: only variable-rate notes have a row.
               SELECT TERMS-FILE
                   ASSIGN TO "data/input/LOAN-RATE-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

      *        Per-loan history - cumulative, appended by every
      *        program that changes a loan.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

      *        Modifications on record - cumulative, appended here
      *        and read by collections, charge-off and the bureau
      *        extract.
               SELECT MODS-FILE
                   ASSIGN TO "data/output/LOAN-MODIFICATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MODS-STATUS.

      *        Notice queue for the letter engine - shared
      *        cumulative EXTEND treatment, see LETTER-ENGINE.
               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/LOAN-MOD-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/LOAN-MOD-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REQUESTS-FILE.
           01 REQUEST-IO            PIC X(100).

           FD OPERATORS-FILE.
           01 OPERATOR-IO           PIC X(100).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD TERMS-FILE.
           01 TERMS-IO              PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD MODS-FILE.
           01 MODS-IO               PIC X(200).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(80).

           FD RESULTS-FILE.
           01 RESULT-IO             PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(160).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK        VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK       VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK      VALUE "00".
           01 WS-MODS-STATUS        PIC XX.
               88 WS-MODS-FILE-OK       VALUE "00".
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-RESULT-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 END-OF-REQUESTS      VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPERATORS     VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-TERMS          PIC X VALUE "N".
               88 END-OF-TERMS         VALUE "Y".
           01 WS-EOF-MODS           PIC X VALUE "N".
               88 END-OF-MODS          VALUE "Y".
           01 WS-NOTICE-OPEN        PIC X VALUE "N".
           01 WS-MODS-OPEN          PIC X VALUE "N".

           COPY "LOAN-MOD-REQUEST-RECORD.cpy".
           COPY "LOAN-MODIFICATION-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           COPY "LOAN-RATE-TERMS-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".

      *    --- Loan table, rewritten in full ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOAN-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-LOANS-CHANGED      PIC X VALUE "N".

      *    --- Terms table, rewritten in full ---
           01 WS-TERMS-MAX          PIC 9(4) VALUE 2000.
           01 WS-TERMS-TABLE.
               05 WS-TERMS-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-TIDX.
                   10 WTR-RECORD       PIC X(100).
           01 WS-TERMS-COUNT        PIC 9(4) VALUE 0.
           01 WS-TERMS-FOUND-IDX    PIC 9(4) VALUE 0.
           01 WS-TERMS-CHANGED      PIC X VALUE "N".

      *    --- Operator roster (ID and role only) ---
           01 WS-OP-MAX             PIC 999 VALUE 500.
           01 WS-OP-TABLE.
               05 WS-OP-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-OIDX.
                   10 WO-ID            PIC X(06).
                   10 WO-ROLE          PIC X(01).
           01 WS-OP-COUNT           PIC 999 VALUE 0.
           01 WS-REQUESTER-FOUND    PIC X VALUE "N".
           01 WS-APPROVER-ROLE      PIC X VALUE SPACE.

      *    --- Modification work ---
           01 WS-NEW-DUE-DATE       PIC X(10).
           01 WS-DEFER-INTEREST     PIC 9(7)V99.
           01 WS-RESOLVE            PIC X VALUE "N".
           01 WS-NEW-TERM           PIC S9(5).
           01 WS-RATE-DELTA         PIC 9(3)V9(6).
           01 WS-RUN-BALANCE        PIC S9(11)V99.
           01 WS-RUN-LIMIT          PIC 999 VALUE 600.

      *    --- Annuity solve (same names LOAN-BILLING uses) ---
           01 WS-PERIOD-RATE        PIC 9(3)V9(8).
           01 WS-GROWTH-FACTOR      PIC 9(3)V9(8).
           01 WS-DISCOUNT-FACTOR    PIC 9(3)V9(8).
           01 WS-PERIOD-COUNTER     PIC 999.
           01 WS-SOLVED-PAYMENT     PIC 9(7)V99.
           01 WS-REMAINING-MONTHS   PIC S9(4).

      *    --- Month arithmetic (day clamped, as LOAN-REPRICE
      *        rolls its reset date) ---
           01 WS-WORK-DATE          PIC X(10).
           01 WS-ADD-MONTHS         PIC 999.
           01 WS-MONTH-SERIAL       PIC 9(6).
           01 WS-DUE-YEAR           PIC 9(4).
           01 WS-DUE-MONTH          PIC 99.
           01 WS-DUE-DAY            PIC 99.
           01 WS-MAT-YEAR           PIC 9(4).
           01 WS-MAT-MONTH          PIC 99.
           01 WS-DIM-TABLE.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 28.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 30.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 30.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 30.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 30.
               05 FILLER PIC 99 VALUE 31.
           01 WS-DIM-TABLE-R REDEFINES WS-DIM-TABLE.
               05 WS-DIM OCCURS 12 TIMES PIC 99.
           01 WS-DAYS-THIS-MONTH    PIC 99.
           01 WS-DIV-QUOTIENT       PIC 9(6).
           01 WS-REM-4              PIC 99.
           01 WS-REM-100            PIC 99.
           01 WS-REM-400            PIC 999.
           01 WS-REM-12             PIC 99.
           01 WS-IS-LEAP            PIC X VALUE "N".
               88 LEAP-YEAR             VALUE "Y".

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Counters / report work ---
           01 WS-REQ-COUNT          PIC 999 VALUE 0.
           01 WS-APPLIED-COUNT      PIC 999 VALUE 0.
           01 WS-REJECTED-COUNT     PIC 999 VALUE 0.
           01 WS-ON-RECORD-COUNT    PIC 9(5) VALUE 0.
           01 WS-DEFERRAL-COUNT     PIC 9(5) VALUE 0.
           01 WS-PAST-DUE-COUNT     PIC 9(5) VALUE 0.
           01 WS-CHARGED-OFF-COUNT  PIC 9(5) VALUE 0.
           01 WS-OUT-LINE           PIC X(160).
           01 WS-RPT-RATE           PIC ZZ9.9999.
           01 WS-RPT-PAYMENT        PIC Z,ZZZ,ZZ9.99.
           01 WS-RPT-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-MISSED         PIC Z9.
           01 WS-STANDING           PIC X(14).
           01 WS-MOD-DESCRIPTION    PIC X(20).
           01 WS-NOTICE-DETAIL      PIC X(30).
           01 WS-PCT-WORK           PIC S9(5)V9(4).
           01 WS-NEW-PCT            PIC ZZ9.9999.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-LOANS
               PERFORM LOAD-TERMS
               PERFORM LOAD-OPERATORS
               OPEN INPUT REQUESTS-FILE
               IF WS-REQ-FILE-OK
                   OPEN OUTPUT RESULTS-FILE
                   PERFORM PROCESS-ONE-REQUEST
                       UNTIL END-OF-REQUESTS
                   CLOSE REQUESTS-FILE
                   CLOSE RESULTS-FILE
               ELSE
                   DISPLAY "  No LOAN-MOD-REQUESTS.dat to process"
               END-IF
               IF WS-MODS-OPEN = "Y"
                   CLOSE MODS-FILE
               END-IF
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF
               IF WS-HIST-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-LOANS-CHANGED = "Y"
                   PERFORM REWRITE-LOANS
               END-IF
               IF WS-TERMS-CHANGED = "Y"
                   PERFORM REWRITE-TERMS
               END-IF
               PERFORM WRITE-EXAMINER-REGISTER
               PERFORM DISPLAY-RESULTS
               STOP RUN.

           GET-SYSTEM-DATE.
      *        The business date rules, not the wall clock: when
      *        BATCH-RUNNER has published the processing date from
      *        the BUSINESS-DATE.dat control file, every program in
      *        the chain stamps that date; only outside a controlled
      *        run does the calendar date stand in.
               ACCEPT WS-BUSDATE-ENV FROM ENVIRONMENT
                   "ZENTRA_BUSINESS_DATE"
               IF WS-BUSDATE-ENV(1:4) IS NUMERIC
                   MOVE WS-BUSDATE-ENV(1:4) TO WS-DATE-INT(1:4)
                   MOVE WS-BUSDATE-ENV(6:2) TO WS-DATE-INT(5:2)
                   MOVE WS-BUSDATE-ENV(9:2) TO WS-DATE-INT(7:2)
               ELSE
                   ACCEPT WS-DATE-INT FROM DATE YYYYMMDD
               END-IF
               MOVE WS-DATE-INT(1:4) TO WS-TODAY(1:4)
               MOVE "-"              TO WS-TODAY(5:1)
               MOVE WS-DATE-INT(5:2) TO WS-TODAY(6:2)
               MOVE "-"              TO WS-TODAY(8:1)
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2).

           LOAD-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM LOAD-LOAN-LOOP
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               ELSE
                   DISPLAY "  No LOAN-MASTER.dat to modify"
               END-IF.

           LOAD-LOAN-LOOP.
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   IF WS-LOAN-COUNT < WS-LOAN-MAX
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-MASTER-IO
                           TO WLN-RECORD(WS-LOAN-COUNT)
                   END-IF
               END-READ.

           LOAD-TERMS.
               OPEN INPUT TERMS-FILE
               IF WS-TERMS-FILE-OK
                   PERFORM LOAD-TERMS-LOOP
                       UNTIL END-OF-TERMS
                   CLOSE TERMS-FILE
               END-IF.

           LOAD-TERMS-LOOP.
               READ TERMS-FILE INTO TERMS-IO
               AT END
                   MOVE "Y" TO WS-EOF-TERMS
               NOT AT END
                   IF WS-TERMS-COUNT < WS-TERMS-MAX
                       ADD 1 TO WS-TERMS-COUNT
                       MOVE TERMS-IO TO WTR-RECORD(WS-TERMS-COUNT)
                   END-IF
               END-READ.

      *    --- No roster means no officer can be verified, so every
      *        request rejects ---
           LOAD-OPERATORS.
               OPEN INPUT OPERATORS-FILE
               IF WS-OPER-FILE-OK
                   PERFORM LOAD-ONE-OPERATOR
                       UNTIL END-OF-OPERATORS
                   CLOSE OPERATORS-FILE
               ELSE
                   DISPLAY "  WARNING: OPERATORS.dat not found"
               END-IF.

           LOAD-ONE-OPERATOR.
               READ OPERATORS-FILE INTO OPERATOR-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   IF OPERATOR-IO(1:1) NOT = "*"
                   AND OPERATOR-IO(1:6) NOT = SPACES
                   AND WS-OP-COUNT < WS-OP-MAX
                       MOVE OPERATOR-IO TO OPERATOR-RECORD
                       IF NOT OP-ACCESS-BARRED
                           ADD 1 TO WS-OP-COUNT
                           MOVE OP-OPERATOR-ID TO WO-ID(WS-OP-COUNT)
                           MOVE OP-ROLE        TO WO-ROLE(WS-OP-COUNT)
                       END-IF
                   END-IF
               END-READ.

           PROCESS-ONE-REQUEST.
               READ REQUESTS-FILE INTO REQUEST-IO
               AT END
                   MOVE "Y" TO WS-EOF-REQ
               NOT AT END
                   MOVE REQUEST-IO TO LOAN-MOD-REQUEST-RECORD
                   ADD 1 TO WS-REQ-COUNT
                   MOVE SPACES TO LMR-ERROR-CODE
                   PERFORM CHECK-REQUEST
                   IF LMR-ERROR-CODE = SPACES
                       PERFORM APPLY-MODIFICATION
                       SET LMR-APPLIED TO TRUE
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       SET LMR-REJECTED TO TRUE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
                   MOVE LOAN-MOD-REQUEST-RECORD TO RESULT-IO
                   WRITE RESULT-IO
               END-READ.

      *    The first failing test names the error; a request that
      *    passes them all leaves LMR-ERROR-CODE blank.
           CHECK-REQUEST.
               PERFORM FIND-LOAN
               IF WS-LOAN-FOUND-IDX > 0
                   MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                       TO LOAN-MASTER-RECORD
               END-IF
               PERFORM FIND-OFFICERS
               MOVE SPACES TO WS-NEW-DUE-DATE
               IF LMR-DEFERRAL
               AND LMR-MONTHS IS NUMERIC
               AND WS-LOAN-FOUND-IDX > 0
               AND LN-NEXT-DUE-DATE(1:4) IS NUMERIC
                   MOVE LN-NEXT-DUE-DATE TO WS-WORK-DATE
                   MOVE LMR-MONTHS TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE WS-WORK-DATE TO WS-NEW-DUE-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-LOAN-FOUND-IDX = 0
                       SET LMR-ERR-NO-LOAN TO TRUE
                   WHEN NOT LN-ACTIVE
                       SET LMR-ERR-NOT-ACTIVE TO TRUE
                   WHEN NOT LMR-DEFERRAL AND NOT LMR-EXTENSION
                   AND NOT LMR-RATE-CUT AND NOT LMR-REAMORTIZE
                       SET LMR-ERR-BAD-TERMS TO TRUE
                   WHEN LN-REVOLVING AND NOT LMR-RATE-CUT
                       SET LMR-ERR-REVOLVING TO TRUE
                   WHEN LMR-REQUESTED-BY = SPACES
                   OR LMR-APPROVED-BY = SPACES
                   OR LMR-APPROVED-BY = LMR-REQUESTED-BY
                       SET LMR-ERR-NO-SECOND TO TRUE
                   WHEN WS-REQUESTER-FOUND NOT = "Y"
                   OR WS-APPROVER-ROLE NOT = "S"
                       SET LMR-ERR-NOT-AUTH TO TRUE
                   WHEN LMR-RATE-CUT AND LMR-NEW-RATE IS NOT NUMERIC
                       SET LMR-ERR-BAD-TERMS TO TRUE
                   WHEN LMR-RATE-CUT
                   AND LMR-NEW-RATE >= LN-ANNUAL-RATE
                       SET LMR-ERR-RATE-NOT-LOWER TO TRUE
                   WHEN LMR-RATE-CUT
                       CONTINUE
                   WHEN LMR-MONTHS IS NOT NUMERIC OR LMR-MONTHS = 0
                       SET LMR-ERR-BAD-TERMS TO TRUE
      *            A deferral is a hardship measure of up to a year,
      *            and must carry the loan past today or it has not
      *            cured anything.
                   WHEN LMR-DEFERRAL
                   AND (LMR-MONTHS > 12
                     OR (NOT LMR-CAPITALIZE AND NOT LMR-DEFER-INTEREST)
                     OR WS-NEW-DUE-DATE = SPACES
                     OR WS-NEW-DUE-DATE <= WS-TODAY)
                       SET LMR-ERR-BAD-TERMS TO TRUE
                   WHEN LMR-EXTENSION
                   AND LN-TERM-MONTHS + LMR-MONTHS > 999
                       SET LMR-ERR-BAD-TERMS TO TRUE
               END-EVALUATE.

           FIND-LOAN.
               MOVE 0 TO WS-LOAN-FOUND-IDX
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   IF WLN-RECORD(WS-LIDX)(1:10) = LMR-LOAN-ID
                       MOVE WS-LIDX TO WS-LOAN-FOUND-IDX
                   END-IF
               END-PERFORM.

           FIND-OFFICERS.
               MOVE "N" TO WS-REQUESTER-FOUND
               MOVE SPACE TO WS-APPROVER-ROLE
               PERFORM VARYING WS-OIDX FROM 1 BY 1
                   UNTIL WS-OIDX > WS-OP-COUNT
                   IF WO-ID(WS-OIDX) = LMR-REQUESTED-BY
                       MOVE "Y" TO WS-REQUESTER-FOUND
                   END-IF
                   IF WO-ID(WS-OIDX) = LMR-APPROVED-BY
                       MOVE WO-ROLE(WS-OIDX) TO WS-APPROVER-ROLE
                   END-IF
               END-PERFORM.

           FIND-TERMS.
               MOVE 0 TO WS-TERMS-FOUND-IDX
               PERFORM VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TERMS-COUNT
                   IF WTR-RECORD(WS-TIDX)(1:10) = LN-LOAN-ID
                       MOVE WS-TIDX TO WS-TERMS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-TERMS-FOUND-IDX > 0
                   MOVE WTR-RECORD(WS-TERMS-FOUND-IDX)
                       TO LOAN-RATE-TERMS-RECORD
               END-IF.

      *    ==========================================================
      *    Applying the change
      *    ==========================================================
           APPLY-MODIFICATION.
               INITIALIZE LOAN-MODIFICATION-RECORD
               MOVE LN-LOAN-ID        TO LMD-LOAN-ID
               MOVE WS-TODAY          TO LMD-MOD-DATE
               MOVE LMR-ACTION        TO LMD-ACTION
               IF LMR-MONTHS IS NUMERIC
                   MOVE LMR-MONTHS    TO LMD-MONTHS
               END-IF
               IF LMR-DEFERRAL
                   MOVE LMR-INT-TREATMENT TO LMD-INT-TREATMENT
               END-IF
               MOVE LMR-REQUESTED-BY  TO LMD-REQUESTED-BY
               MOVE LMR-APPROVED-BY   TO LMD-APPROVED-BY
               MOVE LMR-REASON        TO LMD-REASON
               IF LN-ACCRUED-INT-X IS NOT NUMERIC
                   MOVE 0 TO LN-ACCRUED-INT
               END-IF
               MOVE LN-PRINCIPAL      TO LMD-OLD-PRINCIPAL
               MOVE LN-ANNUAL-RATE    TO LMD-OLD-RATE
               MOVE LN-TERM-MONTHS    TO LMD-OLD-TERM
               MOVE LN-PAYMENT        TO LMD-OLD-PAYMENT
               MOVE LN-NEXT-DUE-DATE  TO LMD-OLD-DUE-DATE
               MOVE LN-MISSED-COUNT   TO LMD-OLD-MISSED
               PERFORM FIND-TERMS
               MOVE 0 TO WS-DEFER-INTEREST
               MOVE 0 TO WS-REMAINING-MONTHS
               MOVE "Y" TO WS-RESOLVE
               IF NOT LN-REVOLVING
                   PERFORM FIND-REMAINING-MONTHS
               END-IF
               EVALUATE TRUE
                   WHEN LMR-DEFERRAL
                       PERFORM APPLY-DEFERRAL
                   WHEN LMR-EXTENSION
                       PERFORM APPLY-EXTENSION
                   WHEN LMR-RATE-CUT
                       PERFORM APPLY-RATE-CUT
                   WHEN LMR-REAMORTIZE
                       PERFORM APPLY-REAMORTIZE
               END-EVALUATE
               IF NOT LN-REVOLVING
                   IF WS-RESOLVE = "Y"
                   AND LN-PRINCIPAL > 0
                       PERFORM SOLVE-AMORTIZED-PAYMENT
                       MOVE WS-SOLVED-PAYMENT TO LN-PAYMENT
                   END-IF
                   PERFORM RESET-MATURITY-DATE
               END-IF
               MOVE LOAN-MASTER-RECORD TO WLN-RECORD(WS-LOAN-FOUND-IDX)
               MOVE "Y" TO WS-LOANS-CHANGED
               MOVE LN-PRINCIPAL      TO LMD-NEW-PRINCIPAL
               MOVE LN-ANNUAL-RATE    TO LMD-NEW-RATE
               MOVE LN-TERM-MONTHS    TO LMD-NEW-TERM
               MOVE LN-PAYMENT        TO LMD-NEW-PAYMENT
               MOVE LN-NEXT-DUE-DATE  TO LMD-NEW-DUE-DATE
               IF WS-REMAINING-MONTHS > 0
                   MOVE WS-REMAINING-MONTHS TO LMD-REMAINING-MONTHS
               END-IF
               MOVE WS-DEFER-INTEREST TO LMD-DEFER-INTEREST
               PERFORM WRITE-MODIFICATION
               PERFORM BUILD-MOD-DESCRIPTION
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE LN-LOAN-ID        TO LH-LOAN-ID
               SET LH-MODIFIED        TO TRUE
               MOVE LN-PAYMENT        TO LH-AMOUNT
               MOVE WS-DEFER-INTEREST TO LH-INTEREST-AMT
               MOVE LN-PRINCIPAL      TO LH-PRINCIPAL-AFTER
               MOVE WS-MOD-DESCRIPTION TO LH-DESCRIPTION
               PERFORM WRITE-LOAN-HISTORY
               PERFORM QUEUE-MODIFICATION-NOTICE.

      *    The deferred months' simple interest on the balance
      *    today. Capitalized, it re-amortizes over the same months
      *    left; deferred, the payment stands and the interest
      *    waits in LN-ACCRUED-INT.
           APPLY-DEFERRAL.
               COMPUTE WS-DEFER-INTEREST ROUNDED =
                   LN-PRINCIPAL * LN-ANNUAL-RATE / 12 * LMR-MONTHS
               MOVE WS-NEW-DUE-DATE TO LN-NEXT-DUE-DATE
               MOVE 0 TO LN-MISSED-COUNT
               MOVE 0 TO LN-LATE-CHARGED
               IF LMR-CAPITALIZE
                   ADD WS-DEFER-INTEREST TO LN-PRINCIPAL
               ELSE
                   ADD WS-DEFER-INTEREST TO LN-ACCRUED-INT
                   MOVE "N" TO WS-RESOLVE
               END-IF
               MOVE LN-NEXT-DUE-DATE TO LMD-DEFER-END-DATE.

           APPLY-EXTENSION.
               ADD LMR-MONTHS TO LN-TERM-MONTHS
               ADD LMR-MONTHS TO WS-REMAINING-MONTHS.

      *    A variable-rate note keeps its concession at the next
      *    reset: the margin comes down by the same amount, and a
      *    floor above the new rate comes down to it.
           APPLY-RATE-CUT.
               COMPUTE WS-RATE-DELTA = LN-ANNUAL-RATE - LMR-NEW-RATE
               MOVE LMR-NEW-RATE TO LN-ANNUAL-RATE
               IF WS-TERMS-FOUND-IDX > 0
                   IF LRT-MARGIN IS NOT NUMERIC
                       MOVE 0 TO LRT-MARGIN
                   END-IF
                   SUBTRACT WS-RATE-DELTA FROM LRT-MARGIN
                   IF LRT-FLOOR IS NUMERIC
                   AND LRT-FLOOR > LMR-NEW-RATE
                       MOVE LMR-NEW-RATE TO LRT-FLOOR
                   END-IF
                   MOVE LOAN-RATE-TERMS-RECORD
                       TO WTR-RECORD(WS-TERMS-FOUND-IDX)
                   MOVE "Y" TO WS-TERMS-CHANGED
               END-IF.

      *    The booked term moves by however much the schedule
      *    lengthens or shortens.
           APPLY-REAMORTIZE.
               COMPUTE WS-NEW-TERM = LN-TERM-MONTHS
                   - WS-REMAINING-MONTHS + LMR-MONTHS
               IF WS-NEW-TERM < LMR-MONTHS
                   MOVE LMR-MONTHS TO WS-NEW-TERM
               END-IF
               IF WS-NEW-TERM > 999
                   MOVE 999 TO WS-NEW-TERM
               END-IF
               MOVE WS-NEW-TERM TO LN-TERM-MONTHS
               MOVE LMR-MONTHS TO WS-REMAINING-MONTHS.

      *    Months left: a variable-rate note counts from the next
      *    due date through LRT-MATURITY-DATE, as LOAN-REPRICE
      *    does. A fixed-rate note runs its balance forward at the
      *    current payment until it clears; a payment not yet
      *    solved, or one that never clears the balance, falls back
      *    to the booked term.
           FIND-REMAINING-MONTHS.
               IF WS-TERMS-FOUND-IDX > 0
               AND LRT-MATURITY-DATE(1:4) IS NUMERIC
               AND LN-NEXT-DUE-DATE(1:4) IS NUMERIC
                   MOVE LRT-MATURITY-DATE(1:4) TO WS-MAT-YEAR
                   MOVE LRT-MATURITY-DATE(6:2) TO WS-MAT-MONTH
                   MOVE LN-NEXT-DUE-DATE(1:4)  TO WS-DUE-YEAR
                   MOVE LN-NEXT-DUE-DATE(6:2)  TO WS-DUE-MONTH
                   COMPUTE WS-REMAINING-MONTHS =
                       (WS-MAT-YEAR * 12 + WS-MAT-MONTH)
                       - (WS-DUE-YEAR * 12 + WS-DUE-MONTH) + 1
               ELSE
                   IF LN-PAYMENT-X IS NUMERIC
                   AND LN-PAYMENT > 0
                       COMPUTE WS-PERIOD-RATE = LN-ANNUAL-RATE / 12
                       MOVE LN-PRINCIPAL TO WS-RUN-BALANCE
                       MOVE 0 TO WS-REMAINING-MONTHS
                       PERFORM RUN-BALANCE-FORWARD
                           UNTIL WS-RUN-BALANCE <= 0
                           OR WS-REMAINING-MONTHS >= WS-RUN-LIMIT
                       IF WS-RUN-BALANCE > 0
                           MOVE LN-TERM-MONTHS TO WS-REMAINING-MONTHS
                       END-IF
                   ELSE
                       MOVE LN-TERM-MONTHS TO WS-REMAINING-MONTHS
                   END-IF
               END-IF
               IF WS-REMAINING-MONTHS < 1
                   MOVE 1 TO WS-REMAINING-MONTHS
               END-IF.

           RUN-BALANCE-FORWARD.
               COMPUTE WS-RUN-BALANCE ROUNDED =
                   WS-RUN-BALANCE * (1 + WS-PERIOD-RATE) - LN-PAYMENT
               ADD 1 TO WS-REMAINING-MONTHS.

      *    PMT = P * r / (1 - (1 + r)^-n), as LOAN-BILLING solves
      *    it; a zero rate simply spreads the principal evenly.
           SOLVE-AMORTIZED-PAYMENT.
               COMPUTE WS-PERIOD-RATE = LN-ANNUAL-RATE / 12
               IF WS-PERIOD-RATE = 0
                   COMPUTE WS-SOLVED-PAYMENT ROUNDED =
                       LN-PRINCIPAL / WS-REMAINING-MONTHS
               ELSE
                   MOVE 1 TO WS-GROWTH-FACTOR
                   PERFORM BUILD-GROWTH-FACTOR
                       VARYING WS-PERIOD-COUNTER FROM 1 BY 1
                       UNTIL WS-PERIOD-COUNTER > WS-REMAINING-MONTHS
                   COMPUTE WS-DISCOUNT-FACTOR =
                       1 - (1 / WS-GROWTH-FACTOR)
                   COMPUTE WS-SOLVED-PAYMENT ROUNDED =
                       LN-PRINCIPAL * WS-PERIOD-RATE
                       / WS-DISCOUNT-FACTOR
               END-IF.

           BUILD-GROWTH-FACTOR.
               COMPUTE WS-GROWTH-FACTOR =
                   WS-GROWTH-FACTOR * (1 + WS-PERIOD-RATE).

      *    A variable-rate note's last payment falls the months left
      *    after the next due date, so LOAN-REPRICE's later
      *    re-solves run over the modified schedule.
           RESET-MATURITY-DATE.
               IF WS-TERMS-FOUND-IDX > 0
               AND LN-NEXT-DUE-DATE(1:4) IS NUMERIC
                   MOVE LN-NEXT-DUE-DATE TO WS-WORK-DATE
                   COMPUTE WS-ADD-MONTHS = WS-REMAINING-MONTHS - 1
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE WS-WORK-DATE TO LRT-MATURITY-DATE
                   MOVE LOAN-RATE-TERMS-RECORD
                       TO WTR-RECORD(WS-TERMS-FOUND-IDX)
                   MOVE "Y" TO WS-TERMS-CHANGED
               END-IF.

           BUILD-MOD-DESCRIPTION.
               MOVE SPACES TO WS-MOD-DESCRIPTION
               EVALUATE TRUE
                   WHEN LMR-DEFERRAL
                       STRING "DEFERRED " DELIMITED SIZE
                           LMR-MONTHS DELIMITED SIZE
                           " MONTHS" DELIMITED SIZE
                           INTO WS-MOD-DESCRIPTION
                   WHEN LMR-EXTENSION
                       STRING "TERM EXTENDED " DELIMITED SIZE
                           LMR-MONTHS DELIMITED SIZE
                           " MO" DELIMITED SIZE
                           INTO WS-MOD-DESCRIPTION
                   WHEN LMR-RATE-CUT
                       COMPUTE WS-PCT-WORK = LMR-NEW-RATE * 100
                       MOVE WS-PCT-WORK TO WS-NEW-PCT
                       STRING "RATE CUT " DELIMITED SIZE
                           WS-NEW-PCT DELIMITED SIZE
                           "%" DELIMITED SIZE
                           INTO WS-MOD-DESCRIPTION
                   WHEN LMR-REAMORTIZE
                       STRING "REAMORTIZED " DELIMITED SIZE
                           LMR-MONTHS DELIMITED SIZE
                           " MO" DELIMITED SIZE
                           INTO WS-MOD-DESCRIPTION
               END-EVALUATE.

           WRITE-MODIFICATION.
               IF WS-MODS-OPEN NOT = "Y"
                   OPEN EXTEND MODS-FILE
                   IF NOT WS-MODS-FILE-OK
                       OPEN OUTPUT MODS-FILE
                   END-IF
                   MOVE "Y" TO WS-MODS-OPEN
               END-IF
               MOVE LOAN-MODIFICATION-RECORD TO MODS-IO
               WRITE MODS-IO.

      *    Amount is the new payment (zero for a revolving line,
      *    whose minimum is figured at billing); a deferral tells
      *    the borrower when payments resume.
           QUEUE-MODIFICATION-NOTICE.
               MOVE SPACES TO WS-NOTICE-DETAIL
               IF LMR-DEFERRAL
                   STRING "PAYMENTS RESUME " DELIMITED SIZE
                       LN-NEXT-DUE-DATE DELIMITED SIZE
                       INTO WS-NOTICE-DETAIL
               ELSE
                   MOVE WS-MOD-DESCRIPTION TO WS-NOTICE-DETAIL
               END-IF
               PERFORM OPEN-NOTICE-FILE
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY          TO NOTICE-OUT-RECORD(1:10)
               MOVE "LOANMOD"         TO NOTICE-OUT-RECORD(12:8)
               MOVE LN-ACCOUNT-ID     TO NOTICE-OUT-RECORD(21:10)
               IF LN-REVOLVING
                   MOVE ZEROS TO NOTICE-OUT-RECORD(32:11)
               ELSE
                   MOVE LN-PAYMENT    TO NOTICE-OUT-RECORD(32:11)
               END-IF
               MOVE WS-NOTICE-DETAIL  TO NOTICE-OUT-RECORD(44:30)
               WRITE NOTICE-OUT-RECORD.

           OPEN-NOTICE-FILE.
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF.

      *    ==========================================================
      *    Date arithmetic
      *    ==========================================================
      *    WS-WORK-DATE moves WS-ADD-MONTHS calendar months forward,
      *    the day clamped to the end of a shorter month.
           ADD-MONTHS-TO-DATE.
               MOVE WS-WORK-DATE(1:4) TO WS-DUE-YEAR
               MOVE WS-WORK-DATE(6:2) TO WS-DUE-MONTH
               MOVE WS-WORK-DATE(9:2) TO WS-DUE-DAY
               COMPUTE WS-MONTH-SERIAL =
                   WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1 + WS-ADD-MONTHS
               DIVIDE WS-MONTH-SERIAL BY 12
                   GIVING WS-DIV-QUOTIENT REMAINDER WS-REM-12
               MOVE WS-DIV-QUOTIENT TO WS-DUE-YEAR
               COMPUTE WS-DUE-MONTH = WS-REM-12 + 1
               PERFORM DETERMINE-LEAP-YEAR
               MOVE WS-DIM(WS-DUE-MONTH) TO WS-DAYS-THIS-MONTH
               IF WS-DUE-MONTH = 2 AND LEAP-YEAR
                   MOVE 29 TO WS-DAYS-THIS-MONTH
               END-IF
               IF WS-DUE-DAY > WS-DAYS-THIS-MONTH
                   MOVE WS-DAYS-THIS-MONTH TO WS-DUE-DAY
               END-IF
               MOVE WS-DUE-YEAR  TO WS-WORK-DATE(1:4)
               MOVE "-"          TO WS-WORK-DATE(5:1)
               MOVE WS-DUE-MONTH TO WS-WORK-DATE(6:2)
               MOVE "-"          TO WS-WORK-DATE(8:1)
               MOVE WS-DUE-DAY   TO WS-WORK-DATE(9:2).

           DETERMINE-LEAP-YEAR.
               MOVE "N" TO WS-IS-LEAP
               DIVIDE WS-DUE-YEAR BY 4
                   GIVING WS-DIV-QUOTIENT REMAINDER WS-REM-4
               DIVIDE WS-DUE-YEAR BY 100
                   GIVING WS-DIV-QUOTIENT REMAINDER WS-REM-100
               DIVIDE WS-DUE-YEAR BY 400
                   GIVING WS-DIV-QUOTIENT REMAINDER WS-REM-400
               IF (WS-REM-4 = 0 AND WS-REM-100 NOT = 0)
               OR WS-REM-400 = 0
                   MOVE "Y" TO WS-IS-LEAP
               END-IF.

      *    The caller fills in the loan, event and amounts; the
      *    date and source are stamped here.
           WRITE-LOAN-HISTORY.
               IF WS-HIST-OPEN NOT = "Y"
                   OPEN EXTEND HISTORY-FILE
                   IF NOT WS-HIST-STATUS = "00"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   MOVE "Y" TO WS-HIST-OPEN
               END-IF
               MOVE WS-TODAY       TO LH-DATE
               MOVE "LOAN-MODIFY"  TO LH-SOURCE
               MOVE LOAN-HISTORY-RECORD TO HISTORY-IO
               WRITE HISTORY-IO.

           REWRITE-LOANS.
               OPEN OUTPUT LOAN-MASTER-FILE
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   MOVE WLN-RECORD(WS-LIDX) TO LOAN-MASTER-IO
                   WRITE LOAN-MASTER-IO
               END-PERFORM
               CLOSE LOAN-MASTER-FILE.

           REWRITE-TERMS.
               OPEN OUTPUT TERMS-FILE
               PERFORM VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TERMS-COUNT
                   MOVE WTR-RECORD(WS-TIDX) TO TERMS-IO
                   WRITE TERMS-IO
               END-PERFORM
               CLOSE TERMS-FILE.

      *    ==========================================================
      *    Examiner register - every modification on record, with
      *    where the loan stands tonight
      *    ==========================================================
           WRITE-EXAMINER-REGISTER.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open LOAN-MOD-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REGISTER-HEADER
               OPEN INPUT MODS-FILE
               IF WS-MODS-FILE-OK
                   PERFORM REPORT-ONE-MODIFICATION
                       UNTIL END-OF-MODS
                   CLOSE MODS-FILE
               END-IF
               IF WS-ON-RECORD-COUNT = 0
                   MOVE "  NO MODIFIED LOANS ON RECORD"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               PERFORM WRITE-REGISTER-FOOTER
               CLOSE REPORT-FILE.

           WRITE-REGISTER-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - MODIFIED LOANS REGISTER  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOAN       MODIFIED   ACT MOS I    OLD %"
                   & "    NEW %      OLD PMT      NEW PMT  NEW PRI"
                   & "NCIPAL NEXT DUE   KEYED  APPRVD STANDING"
                   & "       REASON"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           REPORT-ONE-MODIFICATION.
               READ MODS-FILE INTO MODS-IO
               AT END
                   MOVE "Y" TO WS-EOF-MODS
               NOT AT END
                   MOVE MODS-IO TO LOAN-MODIFICATION-RECORD
                   ADD 1 TO WS-ON-RECORD-COUNT
                   PERFORM DERIVE-STANDING
                   PERFORM WRITE-REGISTER-LINE
               END-READ.

      *    Where the loan stands tonight, from LOAN-MASTER.dat as
      *    this run leaves it.
           DERIVE-STANDING.
               MOVE 0 TO WS-LOAN-FOUND-IDX
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   IF WLN-RECORD(WS-LIDX)(1:10) = LMD-LOAN-ID
                       MOVE WS-LIDX TO WS-LOAN-FOUND-IDX
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-STANDING
               IF WS-LOAN-FOUND-IDX = 0
                   MOVE "NOT ON FILE" TO WS-STANDING
               ELSE
                   MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                       TO LOAN-MASTER-RECORD
                   EVALUATE TRUE
                       WHEN LN-PAID-OFF
                           MOVE "PAID OFF" TO WS-STANDING
                       WHEN LN-CHARGED-OFF
                           MOVE "CHARGED OFF" TO WS-STANDING
                           ADD 1 TO WS-CHARGED-OFF-COUNT
                       WHEN LN-PAYOFF-PENDING
                           MOVE "PAYOFF PENDING" TO WS-STANDING
                       WHEN LMD-DEFER-END-DATE(1:4) IS NUMERIC
                       AND LMD-DEFER-END-DATE > WS-TODAY
                           MOVE "IN DEFERRAL" TO WS-STANDING
                           ADD 1 TO WS-DEFERRAL-COUNT
                       WHEN LN-MISSED-COUNT > 0
                           MOVE LN-MISSED-COUNT TO WS-RPT-MISSED
                           STRING "PAST DUE " DELIMITED SIZE
                               WS-RPT-MISSED DELIMITED SIZE
                               INTO WS-STANDING
                           ADD 1 TO WS-PAST-DUE-COUNT
                       WHEN OTHER
                           MOVE "CURRENT" TO WS-STANDING
                   END-EVALUATE
               END-IF.

           WRITE-REGISTER-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE LMD-LOAN-ID       TO WS-OUT-LINE(3:10)
               MOVE LMD-MOD-DATE      TO WS-OUT-LINE(14:10)
               MOVE LMD-ACTION        TO WS-OUT-LINE(25:3)
               MOVE LMD-MONTHS        TO WS-OUT-LINE(29:3)
               MOVE LMD-INT-TREATMENT TO WS-OUT-LINE(33:1)
               COMPUTE WS-PCT-WORK = LMD-OLD-RATE * 100
               MOVE WS-PCT-WORK       TO WS-RPT-RATE
               MOVE WS-RPT-RATE       TO WS-OUT-LINE(35:8)
               COMPUTE WS-PCT-WORK = LMD-NEW-RATE * 100
               MOVE WS-PCT-WORK       TO WS-RPT-RATE
               MOVE WS-RPT-RATE       TO WS-OUT-LINE(44:8)
               MOVE LMD-OLD-PAYMENT   TO WS-RPT-PAYMENT
               MOVE WS-RPT-PAYMENT    TO WS-OUT-LINE(53:12)
               MOVE LMD-NEW-PAYMENT   TO WS-RPT-PAYMENT
               MOVE WS-RPT-PAYMENT    TO WS-OUT-LINE(66:12)
               MOVE LMD-NEW-PRINCIPAL TO WS-RPT-PRINCIPAL
               MOVE WS-RPT-PRINCIPAL  TO WS-OUT-LINE(79:14)
               MOVE LMD-NEW-DUE-DATE  TO WS-OUT-LINE(94:10)
               MOVE LMD-REQUESTED-BY  TO WS-OUT-LINE(105:6)
               MOVE LMD-APPROVED-BY   TO WS-OUT-LINE(112:6)
               MOVE WS-STANDING       TO WS-OUT-LINE(119:14)
               MOVE LMD-REASON        TO WS-OUT-LINE(134:20)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REGISTER-FOOTER.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ON RECORD: " DELIMITED SIZE
                   WS-ON-RECORD-COUNT DELIMITED SIZE
                   "   APPLIED TODAY: " DELIMITED SIZE
                   WS-APPLIED-COUNT DELIMITED SIZE
                   "   IN DEFERRAL: " DELIMITED SIZE
                   WS-DEFERRAL-COUNT DELIMITED SIZE
                   "   PAST DUE: " DELIMITED SIZE
                   WS-PAST-DUE-COUNT DELIMITED SIZE
                   "   CHARGED OFF: " DELIMITED SIZE
                   WS-CHARGED-OFF-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Loan Modifications"
               DISPLAY "=============================================="
               DISPLAY "  Requests Read      : " WS-REQ-COUNT
               DISPLAY "  Modifications Made : " WS-APPLIED-COUNT
               DISPLAY "  Requests Rejected  : " WS-REJECTED-COUNT
               DISPLAY "  Modified On Record : " WS-ON-RECORD-COUNT
               DISPLAY "  In Deferral        : " WS-DEFERRAL-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/LOAN-MOD-RESULTS.dat"
               DISPLAY "  → data/output/LOAN-MOD-REPORT.dat"
               DISPLAY "  → data/output/LOAN-MODIFICATIONS.dat"
               DISPLAY "==============================================".
