      *================================================================
      * PROGRAM:    LOAN-REPRICE.cbl
      * DESCRIPTION: Variable-rate loan repricing. Reads the
      *              published index rates (INDEX-RATES.dat - one row
      *              per index per effective date) and the per-loan
      *              variable-rate terms (LOAN-RATE-TERMS.dat, see
      *              LOAN-RATE-TERMS-RECORD.cpy) against
      *              LOAN-MASTER.dat. For each active loan whose
      *              LRT-NEXT-RESET-DATE has arrived:
      *                - the new rate is the index rate in force
      *                  today (latest effective date not after
      *                  today) plus the loan's margin, held within
      *                  the periodic cap of the old rate, then
      *                  under the lifetime cap and over the floor;
      *                - LN-ANNUAL-RATE takes the new rate. An
      *                  installment loan's LN-PAYMENT is re-solved
      *                  on the remaining principal over the months
      *                  left to maturity, the same annuity solve
      *                  LOAN-BILLING makes; a revolving line simply
      *                  starts accruing at the new rate with
      *                  LOAN-BILLING's next daily accrual;
      *                - the reset date rolls forward LRT-RESET-MONTHS
      *                  (day clamped) and the replaced rate is kept
      *                  as LRT-PRIOR-RATE;
      *                - a rate-change notice is queued onto
      *                  NOTICE-REQUESTS.dat (template RATECHG,
      *                  amount the new payment) for LETTER-ENGINE,
      *                  whether or not the rate actually moved, so
      *                  the borrower hears at every reset;
      *                - the reset goes on the loan's history
      *                  (LOAN-HISTORY.dat).
      *              A loan whose index has no rate on file is not
      *              repriced; it prints as an exception and stays
      *              due for reset until the index is loaded.
      *              Every reset prints on REPRICING-REGISTER.dat for
      *              lending ops to review. Runs ahead of LOAN-PAYOFF
      *              and LOAN-BILLING so the day's quotes, accruals
      *              and collections all use the new rate.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-REPRICE.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional file: no variable-rate terms means every
      *        loan on the book is fixed-rate.
               SELECT TERMS-FILE
                   ASSIGN TO "data/input/LOAN-RATE-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

               SELECT INDEX-FILE
                   ASSIGN TO "data/input/INDEX-RATES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INDEX-STATUS.

               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Per-loan history - cumulative, appended by every
      *        program that changes a loan.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

      *        Notice queue for the letter engine - shared
      *        cumulative EXTEND treatment, see LETTER-ENGINE.
               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/REPRICING-REGISTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TERMS-FILE.
           01 TERMS-IO              PIC X(100).

           FD INDEX-FILE.
           01 INDEX-IO              PIC X(40).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK      VALUE "00".
           01 WS-INDEX-STATUS       PIC XX.
               88 WS-INDEX-FILE-OK      VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-TERMS          PIC X VALUE "N".
               88 END-OF-TERMS         VALUE "Y".
           01 WS-EOF-INDEX          PIC X VALUE "N".
               88 END-OF-INDEX         VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-NOTICE-OPEN        PIC X VALUE "N".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           COPY "LOAN-RATE-TERMS-RECORD.cpy".

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
           01 WS-TERMS-CHANGED      PIC X VALUE "N".

      *    --- Index rates. Row layout of INDEX-RATES.dat: index
      *        code(1-8), effective date(10-19), rate(21-29, raw
      *        9(3)V9(6) annual decimal - 000082500 is 8.25%) ---
           01 WS-INDEX-MAX          PIC 9(4) VALUE 500.
           01 WS-INDEX-TABLE.
               05 WS-INDEX-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-XIDX.
                   10 WIX-CODE         PIC X(08).
                   10 WIX-EFFECTIVE    PIC X(10).
                   10 WIX-RATE         PIC 9(3)V9(6).
           01 WS-INDEX-COUNT        PIC 9(4) VALUE 0.
           01 WS-INDEX-RATE-X       PIC X(09).
           01 WS-INDEX-RATE-R REDEFINES WS-INDEX-RATE-X
                                    PIC 9(3)V9(6).
           01 WS-BEST-EFFECTIVE     PIC X(10).
           01 WS-INDEX-RATE         PIC 9(3)V9(6).
           01 WS-INDEX-FOUND        PIC X VALUE "N".
               88 INDEX-RATE-FOUND     VALUE "Y".

      *    --- Rate arithmetic ---
           01 WS-OLD-RATE           PIC 9(3)V9(6).
           01 WS-NEW-RATE           PIC S9(3)V9(6).
           01 WS-RATE-CEILING       PIC S9(3)V9(6).
           01 WS-RATE-BOTTOM        PIC S9(3)V9(6).
           01 WS-LIMIT-FLAG         PIC X(08).
           01 WS-OLD-PAYMENT        PIC 9(7)V99.

      *    --- Annuity solve (same names LOAN-BILLING uses) ---
           01 WS-PERIOD-RATE        PIC 9(3)V9(8).
           01 WS-GROWTH-FACTOR      PIC 9(3)V9(8).
           01 WS-DISCOUNT-FACTOR    PIC 9(3)V9(8).
           01 WS-PERIOD-COUNTER     PIC 999.
           01 WS-SOLVED-PAYMENT     PIC 9(7)V99.
           01 WS-REMAINING-MONTHS   PIC S9(4).

      *    --- Month arithmetic (day clamped, as LOAN-SETTLE
      *        clamps its due-date advance) ---
           01 WS-WORK-DATE          PIC X(10).
           01 WS-ADD-MONTHS         PIC 99.
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
           01 WS-DUE-COUNT          PIC 999 VALUE 0.
           01 WS-REPRICED-COUNT     PIC 999 VALUE 0.
           01 WS-UP-COUNT           PIC 999 VALUE 0.
           01 WS-DOWN-COUNT         PIC 999 VALUE 0.
           01 WS-NO-INDEX-COUNT     PIC 999 VALUE 0.
           01 WS-OUT-LINE           PIC X(120).
           01 WS-RPT-RATE           PIC ZZ9.9999.
           01 WS-RPT-MARGIN         PIC +ZZ9.9999.
           01 WS-RPT-PAYMENT        PIC Z,ZZZ,ZZ9.99.
           01 WS-NOTICE-DETAIL      PIC X(30).
           01 WS-PCT-WORK           PIC S9(5)V9(4).
           01 WS-NEW-PCT            PIC ZZ9.9999.
           01 WS-OLD-PCT            PIC ZZ9.9999.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-TERMS
               IF WS-TERMS-COUNT = 0
                   DISPLAY "  No LOAN-RATE-TERMS.dat to reprice"
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM LOAD-INDEX-RATES
               PERFORM LOAD-LOANS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open REPRICING-REGISTER.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REGISTER-HEADER
               PERFORM REPRICE-ONE-LOAN
                   VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TERMS-COUNT
               PERFORM WRITE-REGISTER-FOOTER
               CLOSE REPORT-FILE
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

      *    --- Optional file: with no index on file every reset
      *        due today prints as an exception ---
           LOAD-INDEX-RATES.
               OPEN INPUT INDEX-FILE
               IF WS-INDEX-FILE-OK
                   PERFORM LOAD-INDEX-LOOP
                       UNTIL END-OF-INDEX
                   CLOSE INDEX-FILE
               ELSE
                   DISPLAY "  WARNING: INDEX-RATES.dat not found"
               END-IF.

           LOAD-INDEX-LOOP.
               READ INDEX-FILE INTO INDEX-IO
               AT END
                   MOVE "Y" TO WS-EOF-INDEX
               NOT AT END
                   MOVE INDEX-IO(21:9) TO WS-INDEX-RATE-X
                   IF WS-INDEX-RATE-X IS NUMERIC
                   AND INDEX-IO(1:8) NOT = SPACES
                   AND WS-INDEX-COUNT < WS-INDEX-MAX
                       ADD 1 TO WS-INDEX-COUNT
                       MOVE INDEX-IO(1:8)
                           TO WIX-CODE(WS-INDEX-COUNT)
                       MOVE INDEX-IO(10:10)
                           TO WIX-EFFECTIVE(WS-INDEX-COUNT)
                       MOVE WS-INDEX-RATE-R
                           TO WIX-RATE(WS-INDEX-COUNT)
                   END-IF
               END-READ.

           LOAD-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM LOAD-LOAN-LOOP
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               ELSE
                   DISPLAY "  No LOAN-MASTER.dat to reprice"
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

           FIND-LOAN.
               MOVE 0 TO WS-LOAN-FOUND-IDX
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   IF WLN-RECORD(WS-LIDX)(1:10) = LRT-LOAN-ID
                       MOVE WS-LIDX TO WS-LOAN-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    The index rate in force is the one with the latest
      *    effective date not after today.
           FIND-INDEX-RATE.
               MOVE "N" TO WS-INDEX-FOUND
               MOVE SPACES TO WS-BEST-EFFECTIVE
               PERFORM VARYING WS-XIDX FROM 1 BY 1
                   UNTIL WS-XIDX > WS-INDEX-COUNT
                   IF WIX-CODE(WS-XIDX) = LRT-INDEX-CODE
                   AND WIX-EFFECTIVE(WS-XIDX) <= WS-TODAY
                   AND WIX-EFFECTIVE(WS-XIDX) >= WS-BEST-EFFECTIVE
                       MOVE WIX-EFFECTIVE(WS-XIDX)
                           TO WS-BEST-EFFECTIVE
                       MOVE WIX-RATE(WS-XIDX) TO WS-INDEX-RATE
                       MOVE "Y" TO WS-INDEX-FOUND
                   END-IF
               END-PERFORM.

      *    Only a loan still on the books reprices - paid-off,
      *    charged-off and payoff-pending loans are left alone.
           REPRICE-ONE-LOAN.
               MOVE WTR-RECORD(WS-TIDX) TO LOAN-RATE-TERMS-RECORD
               IF LRT-NEXT-RESET-DATE(1:4) IS NUMERIC
               AND LRT-NEXT-RESET-DATE <= WS-TODAY
                   PERFORM FIND-LOAN
                   IF WS-LOAN-FOUND-IDX > 0
                       MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                           TO LOAN-MASTER-RECORD
                       IF LN-ACTIVE
                           ADD 1 TO WS-DUE-COUNT
                           PERFORM FIND-INDEX-RATE
                           IF INDEX-RATE-FOUND
                               PERFORM APPLY-NEW-RATE
                           ELSE
                               PERFORM WRITE-NO-INDEX-LINE
                               ADD 1 TO WS-NO-INDEX-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           APPLY-NEW-RATE.
               MOVE LN-ANNUAL-RATE TO WS-OLD-RATE
               MOVE LN-PAYMENT     TO WS-OLD-PAYMENT
               PERFORM COMPUTE-CAPPED-RATE
               MOVE WS-NEW-RATE TO LN-ANNUAL-RATE
               IF NOT LN-REVOLVING
               AND LN-PRINCIPAL > 0
                   PERFORM FIND-REMAINING-MONTHS
                   PERFORM SOLVE-AMORTIZED-PAYMENT
                   MOVE WS-SOLVED-PAYMENT TO LN-PAYMENT
               END-IF
               MOVE LOAN-MASTER-RECORD TO WLN-RECORD(WS-LOAN-FOUND-IDX)
               MOVE "Y" TO WS-LOANS-CHANGED
               MOVE WS-OLD-RATE TO LRT-PRIOR-RATE
               MOVE WS-TODAY    TO LRT-LAST-RESET-DATE
               MOVE LRT-NEXT-RESET-DATE TO WS-WORK-DATE
               IF LRT-RESET-MONTHS IS NUMERIC
               AND LRT-RESET-MONTHS > 0
                   MOVE LRT-RESET-MONTHS TO WS-ADD-MONTHS
               ELSE
                   MOVE 12 TO WS-ADD-MONTHS
               END-IF
               PERFORM ADD-MONTHS-TO-DATE
      *        A reset missed for several periods catches up to the
      *        first reset date still ahead of today.
               PERFORM ADD-MONTHS-TO-DATE
                   UNTIL WS-WORK-DATE > WS-TODAY
               MOVE WS-WORK-DATE TO LRT-NEXT-RESET-DATE
               MOVE LOAN-RATE-TERMS-RECORD TO WTR-RECORD(WS-TIDX)
               MOVE "Y" TO WS-TERMS-CHANGED
               EVALUATE TRUE
                   WHEN WS-NEW-RATE > WS-OLD-RATE
                       ADD 1 TO WS-UP-COUNT
                   WHEN WS-NEW-RATE < WS-OLD-RATE
                       ADD 1 TO WS-DOWN-COUNT
               END-EVALUATE
               ADD 1 TO WS-REPRICED-COUNT
               PERFORM QUEUE-RATE-CHANGE-NOTICE
               PERFORM WRITE-REPRICE-LINE
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE LN-LOAN-ID   TO LH-LOAN-ID
               SET LH-RATE-CHANGE TO TRUE
               MOVE LN-PAYMENT   TO LH-AMOUNT
               MOVE LN-PRINCIPAL TO LH-PRINCIPAL-AFTER
               MOVE SPACES TO LH-DESCRIPTION
               STRING "RATE " DELIMITED SIZE
                   WS-NEW-PCT DELIMITED SIZE
                   "%" DELIMITED SIZE
                   INTO LH-DESCRIPTION
               PERFORM WRITE-LOAN-HISTORY.

      *    Index plus margin, then the caps in order: periodic
      *    (against the rate being replaced), lifetime ceiling,
      *    floor. WS-LIMIT-FLAG names whichever bound bit last.
           COMPUTE-CAPPED-RATE.
               MOVE SPACES TO WS-LIMIT-FLAG
               IF LRT-MARGIN IS NOT NUMERIC
                   MOVE 0 TO LRT-MARGIN
               END-IF
               COMPUTE WS-NEW-RATE = WS-INDEX-RATE + LRT-MARGIN
               IF LRT-PERIODIC-CAP IS NUMERIC
               AND LRT-PERIODIC-CAP > 0
                   COMPUTE WS-RATE-CEILING =
                       WS-OLD-RATE + LRT-PERIODIC-CAP
                   COMPUTE WS-RATE-BOTTOM =
                       WS-OLD-RATE - LRT-PERIODIC-CAP
                   IF WS-NEW-RATE > WS-RATE-CEILING
                       MOVE WS-RATE-CEILING TO WS-NEW-RATE
                       MOVE "PERIODIC" TO WS-LIMIT-FLAG
                   END-IF
                   IF WS-NEW-RATE < WS-RATE-BOTTOM
                       MOVE WS-RATE-BOTTOM TO WS-NEW-RATE
                       MOVE "PERIODIC" TO WS-LIMIT-FLAG
                   END-IF
               END-IF
               IF LRT-LIFETIME-CAP IS NUMERIC
               AND LRT-LIFETIME-CAP > 0
               AND WS-NEW-RATE > LRT-LIFETIME-CAP
                   MOVE LRT-LIFETIME-CAP TO WS-NEW-RATE
                   MOVE "LIFETIME" TO WS-LIMIT-FLAG
               END-IF
               IF LRT-FLOOR IS NUMERIC
               AND WS-NEW-RATE < LRT-FLOOR
                   MOVE LRT-FLOOR TO WS-NEW-RATE
                   MOVE "FLOOR" TO WS-LIMIT-FLAG
               END-IF
               IF WS-NEW-RATE < 0
                   MOVE 0 TO WS-NEW-RATE
                   MOVE "FLOOR" TO WS-LIMIT-FLAG
               END-IF.

      *    Months left: from the next due date through maturity,
      *    both counted. No maturity on the terms row falls back to
      *    the booked term.
           FIND-REMAINING-MONTHS.
               IF LRT-MATURITY-DATE(1:4) IS NUMERIC
               AND LN-NEXT-DUE-DATE(1:4) IS NUMERIC
                   MOVE LRT-MATURITY-DATE(1:4) TO WS-MAT-YEAR
                   MOVE LRT-MATURITY-DATE(6:2) TO WS-MAT-MONTH
                   MOVE LN-NEXT-DUE-DATE(1:4)  TO WS-DUE-YEAR
                   MOVE LN-NEXT-DUE-DATE(6:2)  TO WS-DUE-MONTH
                   COMPUTE WS-REMAINING-MONTHS =
                       (WS-MAT-YEAR * 12 + WS-MAT-MONTH)
                       - (WS-DUE-YEAR * 12 + WS-DUE-MONTH) + 1
               ELSE
                   MOVE LN-TERM-MONTHS TO WS-REMAINING-MONTHS
               END-IF
               IF WS-REMAINING-MONTHS < 1
                   MOVE 1 TO WS-REMAINING-MONTHS
               END-IF.

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

      *    Amount is the new payment (zero for a revolving line,
      *    whose minimum is figured at billing); the detail line
      *    carries the new and old rates as percentages.
           QUEUE-RATE-CHANGE-NOTICE.
               COMPUTE WS-PCT-WORK = WS-NEW-RATE * 100
               MOVE WS-PCT-WORK TO WS-NEW-PCT
               COMPUTE WS-PCT-WORK = WS-OLD-RATE * 100
               MOVE WS-PCT-WORK TO WS-OLD-PCT
               MOVE SPACES TO WS-NOTICE-DETAIL
               STRING "RATE " DELIMITED SIZE
                   WS-NEW-PCT DELIMITED SIZE
                   "% WAS " DELIMITED SIZE
                   WS-OLD-PCT DELIMITED SIZE
                   "%" DELIMITED SIZE
                   INTO WS-NOTICE-DETAIL
               PERFORM OPEN-NOTICE-FILE
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY          TO NOTICE-OUT-RECORD(1:10)
               MOVE "RATECHG"         TO NOTICE-OUT-RECORD(12:8)
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
               MOVE "LOAN-REPRICE" TO LH-SOURCE
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
      *    Repricing register
      *    ==========================================================
           WRITE-REGISTER-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - VARIABLE-RATE REPRICING "
                   DELIMITED SIZE
                   "REGISTER  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOAN       INDEX     INDEX %   MARGIN %"
                   & "    OLD %     NEW % LIMIT        OLD PMT"
                   & "      NEW PMT NEXT RESET"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPRICE-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE LRT-LOAN-ID       TO WS-OUT-LINE(3:10)
               MOVE LRT-INDEX-CODE    TO WS-OUT-LINE(14:8)
               COMPUTE WS-PCT-WORK = WS-INDEX-RATE * 100
               MOVE WS-PCT-WORK       TO WS-RPT-RATE
               MOVE WS-RPT-RATE       TO WS-OUT-LINE(24:8)
               COMPUTE WS-PCT-WORK = LRT-MARGIN * 100
               MOVE WS-PCT-WORK       TO WS-RPT-MARGIN
               MOVE WS-RPT-MARGIN     TO WS-OUT-LINE(33:9)
               COMPUTE WS-PCT-WORK = WS-OLD-RATE * 100
               MOVE WS-PCT-WORK       TO WS-RPT-RATE
               MOVE WS-RPT-RATE       TO WS-OUT-LINE(44:8)
               COMPUTE WS-PCT-WORK = WS-NEW-RATE * 100
               MOVE WS-PCT-WORK       TO WS-RPT-RATE
               MOVE WS-RPT-RATE       TO WS-OUT-LINE(54:8)
               MOVE WS-LIMIT-FLAG     TO WS-OUT-LINE(63:8)
               IF LN-REVOLVING
                   MOVE "REVOLVING" TO WS-OUT-LINE(76:12)
               ELSE
                   MOVE WS-OLD-PAYMENT TO WS-RPT-PAYMENT
                   MOVE WS-RPT-PAYMENT TO WS-OUT-LINE(72:12)
                   MOVE LN-PAYMENT     TO WS-RPT-PAYMENT
                   MOVE WS-RPT-PAYMENT TO WS-OUT-LINE(85:12)
               END-IF
               MOVE LRT-NEXT-RESET-DATE TO WS-OUT-LINE(98:10)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-NO-INDEX-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE LRT-LOAN-ID       TO WS-OUT-LINE(3:10)
               MOVE LRT-INDEX-CODE    TO WS-OUT-LINE(14:8)
               MOVE "** NO INDEX RATE ON FILE - NOT REPRICED"
                   TO WS-OUT-LINE(24:40)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REGISTER-FOOTER.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  RESETS DUE: " DELIMITED SIZE
                   WS-DUE-COUNT DELIMITED SIZE
                   "   REPRICED: " DELIMITED SIZE
                   WS-REPRICED-COUNT DELIMITED SIZE
                   "   UP: " DELIMITED SIZE
                   WS-UP-COUNT DELIMITED SIZE
                   "   DOWN: " DELIMITED SIZE
                   WS-DOWN-COUNT DELIMITED SIZE
                   "   NO INDEX: " DELIMITED SIZE
                   WS-NO-INDEX-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Variable-Rate Repricing"
               DISPLAY "=============================================="
               DISPLAY "  Variable-Rate Loans: " WS-TERMS-COUNT
               DISPLAY "  Resets Due         : " WS-DUE-COUNT
               DISPLAY "  Loans Repriced     : " WS-REPRICED-COUNT
               DISPLAY "  Rate Increases     : " WS-UP-COUNT
               DISPLAY "  Rate Decreases     : " WS-DOWN-COUNT
               DISPLAY "  No Index Rate      : " WS-NO-INDEX-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/REPRICING-REGISTER.dat"
               DISPLAY "  → data/output/NOTICE-REQUESTS.dat"
               DISPLAY "==============================================".
