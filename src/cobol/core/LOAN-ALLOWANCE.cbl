      *================================================================
      * PROGRAM:    LOAN-ALLOWANCE.cbl
      * DESCRIPTION: Funds the allowance for credit losses that
      *              LOAN-CHARGEOFF writes loans off against - until
      *              now the allowance GL balance was simply whatever
      *              charge-offs and recoveries left behind. Runs
      *              after LOAN-CHARGEOFF, and does its work only on
      *              the last business day of the month (the same
      *              trigger GL-PERIOD-CLOSE closes the period on):
      *                - pools the open loan book (active and payoff-
      *                  pending notes) by loan kind - revolving,
      *                  then installment by purpose: mortgage,
      *                  consumer, commercial, other - and by the
      *                  delinquency bucket LOAN-SETTLE's aging report
      *                  uses (current, 30+, 60+, 90+ days past due);
      *                - applies a loss rate to each pool's balance
      *                  from the optional LOAN-LOSS-RATES.dat table
      *                  (kind, bucket, rate - a kind of * sets the
      *                  bucket for every kind), falling back to the
      *                  WS-DEFAULT-RATE bucket rates for any pool
      *                  the table does not name;
      *                - reads the trailing twelve months of
      *                  CHARGEOFF-SUMMARY.dat, and no current-bucket
      *                  pool is reserved below that historical net
      *                  charge-off rate against the book;
      *                - compares the required reserve with the
      *                  allowance GL balance (the allowance code
      *                  from the chart's LPV/LCO rows, balance from
      *                  GL-RUNNING-BALANCES.dat, less tonight's LCO
      *                  write-offs that have not yet been folded)
      *                  and books the difference to
      *                  LOAN-ALLOWANCE-GL.dat for GL-POSTING: an LPV
      *                  provision (debit provision expense, credit
      *                  allowance) when the allowance is short, an
      *                  LPR release (debit allowance, credit
      *                  provision expense) when it is over;
      *                - appends the month to the cumulative
      *                  LOAN-ALLOWANCE-HISTORY.dat and prints the
      *                  reserve-adequacy report for the board packet
      *                  on LOAN-ALLOWANCE-REPORT.dat.
      *              The GL file is emptied on every other night, so
      *              a month's provision is never posted twice.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-ALLOWANCE.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional loss-rate table - the default bucket rates
      *        stand in for any pool it does not name.
               SELECT LOSS-RATE-FILE
                   ASSIGN TO "data/input/LOAN-LOSS-RATES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATE-STATUS.

      *        LOAN-CHARGEOFF's cumulative run summary - optional
      *        until its first run.
               SELECT SUMMARY-FILE
                   ASSIGN TO "data/output/CHARGEOFF-SUMMARY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUM-STATUS.

      *        Chart rows name the allowance GL code.
               SELECT GL-CHART-FILE
                   ASSIGN TO "data/input/GL-CHART-OF-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHART-STATUS.

      *        Per-code balances GL-PERIOD-CLOSE carries - optional
      *        before the first nightly fold.
               SELECT RUNNING-FILE
                   ASSIGN TO "data/output/GL-RUNNING-BALANCES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

      *        Tonight's write-offs, not yet in the running balances.
               SELECT CHG-GL-FILE
                   ASSIGN TO "data/output/LOAN-CHARGEOFF-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGGL-STATUS.

      *        Provision / release movement for GL-POSTING - same
      *        one-source-file-per-producer treatment
      *        LOAN-CHARGEOFF-GL.dat gets.
               SELECT ALW-GL-FILE
                   ASSIGN TO "data/output/LOAN-ALLOWANCE-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALWGL-STATUS.

      *        One row per month-end run - appended, never
      *        overwritten.
               SELECT ALW-HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-ALLOWANCE-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AHIST-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/LOAN-ALLOWANCE-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD LOSS-RATE-FILE.
           01 LOSS-RATE-IO          PIC X(30).

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD        PIC X(70).

           FD GL-CHART-FILE.
           01 GL-CHART-IO           PIC X(100).

           FD RUNNING-FILE.
           01 RUNNING-IO            PIC X(60).

           FD CHG-GL-FILE.
           01 CHG-GL-IO             PIC X(116).

           FD ALW-GL-FILE.
           01 ALW-GL-RECORD         PIC X(116).

           FD ALW-HISTORY-FILE.
           01 ALW-HISTORY-IO        PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-RATE-STATUS        PIC XX.
               88 WS-RATE-FILE-OK       VALUE "00".
           01 WS-SUM-STATUS         PIC XX.
               88 WS-SUM-FILE-OK        VALUE "00".
           01 WS-CHART-STATUS       PIC XX.
               88 WS-CHART-FILE-OK      VALUE "00".
           01 WS-RUN-STATUS         PIC XX.
               88 WS-RUN-FILE-OK        VALUE "00".
           01 WS-CHGGL-STATUS       PIC XX.
               88 WS-CHGGL-FILE-OK      VALUE "00".
           01 WS-ALWGL-STATUS       PIC XX.
           01 WS-AHIST-STATUS       PIC XX.
               88 WS-AHIST-FILE-OK      VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-RATE           PIC X VALUE "N".
               88 END-OF-RATES         VALUE "Y".
           01 WS-EOF-SUM            PIC X VALUE "N".
               88 END-OF-SUMMARY       VALUE "Y".
           01 WS-EOF-CHART          PIC X VALUE "N".
               88 END-OF-CHART         VALUE "Y".
           01 WS-EOF-RUN            PIC X VALUE "N".
               88 END-OF-RUNNING       VALUE "Y".
           01 WS-EOF-CHGGL          PIC X VALUE "N".
               88 END-OF-CHGGL         VALUE "Y".
           01 WS-EOF-AHIST          PIC X VALUE "N".
               88 END-OF-AHIST         VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".

      *    --- Loan kinds pooled, in report order ---
           01 WS-KIND-VALUES.
               05 FILLER PIC X(12) VALUE "RREVOLVING  ".
               05 FILLER PIC X(12) VALUE "MMORTGAGE   ".
               05 FILLER PIC X(12) VALUE "CCONSUMER   ".
               05 FILLER PIC X(12) VALUE "BCOMMERCIAL ".
               05 FILLER PIC X(12) VALUE "IINSTALLMENT".
           01 WS-KIND-DEFS REDEFINES WS-KIND-VALUES.
               05 WS-KIND-DEF OCCURS 5 TIMES.
                   10 WKD-CODE         PIC X(01).
                   10 WKD-NAME         PIC X(11).
           01 WS-KIND-MAX           PIC 9 VALUE 5.

      *    --- Delinquency buckets, LOAN-SETTLE's aging cut-offs ---
           01 WS-BUCKET-VALUES      PIC X(12) VALUE "CUR30+60+90+".
           01 WS-BUCKET-DEFS REDEFINES WS-BUCKET-VALUES.
               05 WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(03).
           01 WS-BUCKET-MAX         PIC 9 VALUE 4.

      *    --- Default loss rate per bucket when the table does not
      *        name a pool ---
           01 WS-DEFAULT-RATE-VALUES.
               05 FILLER PIC 9V9(6) VALUE 0.010000.
               05 FILLER PIC 9V9(6) VALUE 0.050000.
               05 FILLER PIC 9V9(6) VALUE 0.150000.
               05 FILLER PIC 9V9(6) VALUE 0.400000.
           01 WS-DEFAULT-RATES REDEFINES WS-DEFAULT-RATE-VALUES.
               05 WS-DEFAULT-RATE OCCURS 4 TIMES PIC 9V9(6).

      *    --- Pools: loan kind x delinquency bucket ---
           01 WS-POOL-TABLE.
               05 WS-POOL-KIND OCCURS 5 TIMES INDEXED BY WS-KIDX.
                   10 WS-POOL-BUCKET OCCURS 4 TIMES
                                   INDEXED BY WS-BIDX.
                       15 WPL-COUNT        PIC 9(05).
                       15 WPL-BALANCE      PIC 9(11)V99.
                       15 WPL-RATE         PIC 9V9(6).
      *                    Y when the historical floor lifted the
      *                    table rate.
                       15 WPL-FLOORED      PIC X(01).
                       15 WPL-RESERVE      PIC 9(11)V99.
           01 WS-KIND-NUM           PIC 9.
           01 WS-BUCKET-NUM         PIC 9.

      *    --- Loss-rate table row: kind(1) bucket(3-5)
      *        rate(7-13, raw 9V9(6)) ---
           01 WS-LR-RATE-X          PIC X(07).
           01 WS-LR-RATE REDEFINES WS-LR-RATE-X
                                    PIC 9V9(6).
           01 WS-RATE-ROWS-USED     PIC 999 VALUE 0.
           01 WS-RATE-ROWS-BAD      PIC 999 VALUE 0.

      *    --- Trailing twelve months of charge-off history ---
           01 WS-LOOKBACK-DAYS      PIC 999 VALUE 365.
           01 WS-LOOKBACK-JULIAN    PIC 9(7).
           01 WS-LOOKBACK-INT       PIC 9(8).
           01 WS-LOOKBACK-DATE      PIC X(10).
           01 WS-SUM-AMOUNT-X       PIC X(13).
           01 WS-SUM-AMOUNT REDEFINES WS-SUM-AMOUNT-X
                                    PIC 9(11)V99.
           01 WS-HIST-CHARGED       PIC 9(11)V99 VALUE 0.
           01 WS-HIST-RECOVERED     PIC 9(11)V99 VALUE 0.
           01 WS-HIST-NET           PIC 9(11)V99 VALUE 0.
           01 WS-HIST-RATE          PIC 9V9(6) VALUE 0.
           01 WS-HIST-ROWS          PIC 9(4) VALUE 0.

      *    --- Allowance GL balance ---
           01 WS-ALLOWANCE-CODE     PIC X(06) VALUE SPACES.
           01 WS-LCO-DR-CODE        PIC X(06) VALUE SPACES.
           01 WS-BAL-IN             PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
           01 WS-BAL-IN-X REDEFINES WS-BAL-IN
                                    PIC X(16).
           01 WS-BALANCE-FOUND      PIC X VALUE "N".
           01 WS-GL-ALLOWANCE       PIC S9(11)V99 VALUE 0.
           01 WS-TONIGHT-LCO        PIC 9(11)V99 VALUE 0.
           01 WS-ALLOWANCE-BEFORE   PIC S9(11)V99 VALUE 0.
           01 WS-PROVISION          PIC S9(11)V99 VALUE 0.
           01 WS-PROVISION-AMOUNT   PIC 9(11)V99 VALUE 0.
           01 WS-ALLOWANCE-AFTER    PIC S9(11)V99 VALUE 0.

      *    --- Book totals ---
           01 WS-BOOK-COUNT         PIC 9(5) VALUE 0.
           01 WS-BOOK-TOTAL         PIC 9(11)V99 VALUE 0.
           01 WS-REQUIRED-TOTAL     PIC 9(11)V99 VALUE 0.
           01 WS-COVERAGE-RATE      PIC 9V9(6) VALUE 0.
           01 WS-PCT-WORK           PIC 999V9999.

      *    --- Prior month's run, from the history file ---
           01 WS-PRIOR-FOUND        PIC X VALUE "N".
           01 WS-PRIOR-DATE         PIC X(10) VALUE SPACES.
           01 WS-PRIOR-REQUIRED     PIC 9(11)V99 VALUE 0.

      *    --- History row (100 bytes) ---
           01 WS-AHIST-ROW.
               05 WAH-DATE             PIC X(10).
               05 FILLER               PIC X(01).
               05 WAH-BOOK             PIC 9(11)V99.
               05 FILLER               PIC X(01).
               05 WAH-REQUIRED         PIC 9(11)V99.
               05 FILLER               PIC X(01).
               05 WAH-BEFORE           PIC S9(11)V99 SIGN LEADING
                                           SEPARATE.
               05 FILLER               PIC X(01).
               05 WAH-PROVISION        PIC S9(11)V99 SIGN LEADING
                                           SEPARATE.
               05 FILLER               PIC X(01).
               05 WAH-AFTER            PIC S9(11)V99 SIGN LEADING
                                           SEPARATE.
               05 FILLER               PIC X(17).

      *    --- Aging ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(7).
           01 WS-DAYS-PAST-DUE      PIC S9(5).

      *    --- Month-end trigger ---
           01 WS-MONTH-END          PIC X VALUE "N".
               88 MONTH-END-TONIGHT    VALUE "Y".
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).

      *    --- Report fields ---
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-DISP-SIGNED        PIC $$$,$$$,$$9.99-.
           01 WS-DISP-COUNT         PIC ZZ,ZZ9.
           01 WS-DISP-PCT           PIC ZZ9.9999.
           01 WS-OUT-LINE           PIC X(80).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-MONTH-END
      *        Emptied every night so a month's provision is never
      *        picked up by GL-POSTING a second time.
               OPEN OUTPUT ALW-GL-FILE
               IF NOT MONTH-END-TONIGHT
                   CLOSE ALW-GL-FILE
                   DISPLAY "  Not month-end - allowance not measured"
                   STOP RUN
               END-IF
               PERFORM INIT-POOLS
               PERFORM LOAD-LOSS-RATES
               PERFORM POOL-LOAN-BOOK
               PERFORM LOAD-CHARGEOFF-HISTORY
               PERFORM MEASURE-RESERVE
               PERFORM FIND-ALLOWANCE-CODE
               PERFORM LOAD-ALLOWANCE-BALANCE
               PERFORM ADD-TONIGHTS-CHARGEOFFS
               PERFORM BOOK-PROVISION
               CLOSE ALW-GL-FILE
               PERFORM LOAD-PRIOR-RUN
               PERFORM APPEND-ALLOWANCE-HISTORY
               PERFORM WRITE-ADEQUACY-REPORT
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
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2)
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    Last business day of the month - the GL-PERIOD-CLOSE
      *    trigger, so the provision lands in the period it closes.
           DETERMINE-MONTH-END.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               IF WS-DOW-REM + 1 = 5
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 3
               ELSE
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 1
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-JULIAN)
                   TO WS-NEXT-BUS-INT
               IF WS-NEXT-BUS-INT(5:2) NOT = WS-DATE-INT(5:2)
                   MOVE "Y" TO WS-MONTH-END
               END-IF.

           INIT-POOLS.
               PERFORM VARYING WS-KIDX FROM 1 BY 1
                   UNTIL WS-KIDX > WS-KIND-MAX
                   PERFORM VARYING WS-BIDX FROM 1 BY 1
                       UNTIL WS-BIDX > WS-BUCKET-MAX
                       MOVE 0 TO WPL-COUNT(WS-KIDX, WS-BIDX)
                       MOVE 0 TO WPL-BALANCE(WS-KIDX, WS-BIDX)
                       MOVE WS-DEFAULT-RATE(WS-BIDX)
                           TO WPL-RATE(WS-KIDX, WS-BIDX)
                       MOVE "N" TO WPL-FLOORED(WS-KIDX, WS-BIDX)
                       MOVE 0 TO WPL-RESERVE(WS-KIDX, WS-BIDX)
                   END-PERFORM
               END-PERFORM.

      *    --- Optional file: the default bucket rates stand for
      *        every pool until finance keys a table ---
           LOAD-LOSS-RATES.
               OPEN INPUT LOSS-RATE-FILE
               IF WS-RATE-FILE-OK
                   PERFORM READ-ONE-LOSS-RATE
                       UNTIL END-OF-RATES
                   CLOSE LOSS-RATE-FILE
               END-IF.

      *    A row naming an unknown kind or bucket, or carrying a
      *    non-numeric rate, is counted and skipped.
           READ-ONE-LOSS-RATE.
               READ LOSS-RATE-FILE INTO LOSS-RATE-IO
               AT END
                   MOVE "Y" TO WS-EOF-RATE
               NOT AT END
                   MOVE 0 TO WS-BUCKET-NUM
                   PERFORM VARYING WS-BIDX FROM 1 BY 1
                       UNTIL WS-BIDX > WS-BUCKET-MAX
                       IF WS-BUCKET-LABEL(WS-BIDX) = LOSS-RATE-IO(3:3)
                           SET WS-BUCKET-NUM TO WS-BIDX
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-KIND-NUM
                   PERFORM VARYING WS-KIDX FROM 1 BY 1
                       UNTIL WS-KIDX > WS-KIND-MAX
                       IF WKD-CODE(WS-KIDX) = LOSS-RATE-IO(1:1)
                           SET WS-KIND-NUM TO WS-KIDX
                       END-IF
                   END-PERFORM
                   MOVE LOSS-RATE-IO(7:7) TO WS-LR-RATE-X
                   IF WS-BUCKET-NUM = 0
                   OR WS-LR-RATE IS NOT NUMERIC
                   OR (WS-KIND-NUM = 0 AND LOSS-RATE-IO(1:1) NOT = "*")
                       ADD 1 TO WS-RATE-ROWS-BAD
                   ELSE
                       ADD 1 TO WS-RATE-ROWS-USED
                       PERFORM VARYING WS-KIDX FROM 1 BY 1
                           UNTIL WS-KIDX > WS-KIND-MAX
                           IF LOSS-RATE-IO(1:1) = "*"
                           OR WS-KIDX = WS-KIND-NUM
                               MOVE WS-LR-RATE
                                   TO WPL-RATE(WS-KIDX, WS-BUCKET-NUM)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ.

           POOL-LOAN-BOOK.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM POOL-ONE-LOAN
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               END-IF.

      *    Charged-off and paid-off notes are out of the book; a
      *    payoff still pending is in it until LOAN-SETTLE closes it.
           POOL-ONE-LOAN.
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   IF (LN-ACTIVE OR LN-PAYOFF-PENDING)
                   AND LN-PRINCIPAL > 0
                       PERFORM CLASSIFY-LOAN
                       ADD 1 TO WPL-COUNT(WS-KIND-NUM, WS-BUCKET-NUM)
                       ADD LN-PRINCIPAL
                           TO WPL-BALANCE(WS-KIND-NUM, WS-BUCKET-NUM)
                       ADD 1 TO WS-BOOK-COUNT
                       ADD LN-PRINCIPAL TO WS-BOOK-TOTAL
                   END-IF
               END-READ.

           CLASSIFY-LOAN.
               EVALUATE TRUE
                   WHEN LN-REVOLVING
                       MOVE 1 TO WS-KIND-NUM
                   WHEN LN-MORTGAGE
                       MOVE 2 TO WS-KIND-NUM
                   WHEN LN-CONSUMER
                       MOVE 3 TO WS-KIND-NUM
                   WHEN LN-COMMERCIAL
                       MOVE 4 TO WS-KIND-NUM
                   WHEN OTHER
                       MOVE 5 TO WS-KIND-NUM
               END-EVALUATE
               MOVE 0 TO WS-DAYS-PAST-DUE
               IF LN-NEXT-DUE-DATE(1:4) IS NUMERIC
               AND LN-NEXT-DUE-DATE < WS-TODAY
                   MOVE LN-NEXT-DUE-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE LN-NEXT-DUE-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE LN-NEXT-DUE-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PARSE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-JULIAN - WS-PARSE-JULIAN
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE >= 90
                       MOVE 4 TO WS-BUCKET-NUM
                   WHEN WS-DAYS-PAST-DUE >= 60
                       MOVE 3 TO WS-BUCKET-NUM
                   WHEN WS-DAYS-PAST-DUE >= 30
                       MOVE 2 TO WS-BUCKET-NUM
                   WHEN OTHER
                       MOVE 1 TO WS-BUCKET-NUM
               END-EVALUATE.

      *    --- Optional file: no charge-off history yet means no
      *        historical floor. Row: date(1-10) charged(16-28)
      *        recovered(34-46), both raw 9(11)V99 ---
           LOAD-CHARGEOFF-HISTORY.
               COMPUTE WS-LOOKBACK-JULIAN =
                   WS-TODAY-JULIAN - WS-LOOKBACK-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-JULIAN)
                   TO WS-LOOKBACK-INT
               MOVE WS-LOOKBACK-INT(1:4) TO WS-LOOKBACK-DATE(1:4)
               MOVE "-"                  TO WS-LOOKBACK-DATE(5:1)
               MOVE WS-LOOKBACK-INT(5:2) TO WS-LOOKBACK-DATE(6:2)
               MOVE "-"                  TO WS-LOOKBACK-DATE(8:1)
               MOVE WS-LOOKBACK-INT(7:2) TO WS-LOOKBACK-DATE(9:2)
               OPEN INPUT SUMMARY-FILE
               IF WS-SUM-FILE-OK
                   PERFORM READ-ONE-SUMMARY-ROW
                       UNTIL END-OF-SUMMARY
                   CLOSE SUMMARY-FILE
               END-IF
               IF WS-HIST-CHARGED > WS-HIST-RECOVERED
                   COMPUTE WS-HIST-NET =
                       WS-HIST-CHARGED - WS-HIST-RECOVERED
               END-IF
               IF WS-BOOK-TOTAL > 0
                   IF WS-HIST-NET >= WS-BOOK-TOTAL
                       MOVE 1 TO WS-HIST-RATE
                   ELSE
                       COMPUTE WS-HIST-RATE ROUNDED =
                           WS-HIST-NET / WS-BOOK-TOTAL
                   END-IF
               END-IF.

           READ-ONE-SUMMARY-ROW.
               READ SUMMARY-FILE INTO SUMMARY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SUM
               NOT AT END
                   IF SUMMARY-RECORD(1:10) > WS-LOOKBACK-DATE
                   AND SUMMARY-RECORD(1:10) NOT > WS-TODAY
                       ADD 1 TO WS-HIST-ROWS
                       MOVE SUMMARY-RECORD(16:13) TO WS-SUM-AMOUNT-X
                       IF WS-SUM-AMOUNT IS NUMERIC
                           ADD WS-SUM-AMOUNT TO WS-HIST-CHARGED
                       END-IF
                       MOVE SUMMARY-RECORD(34:13) TO WS-SUM-AMOUNT-X
                       IF WS-SUM-AMOUNT IS NUMERIC
                           ADD WS-SUM-AMOUNT TO WS-HIST-RECOVERED
                       END-IF
                   END-IF
               END-READ.

      *    Current-bucket pools never reserve below what the book
      *    actually lost, net of recoveries, over the past year.
           MEASURE-RESERVE.
               PERFORM VARYING WS-KIDX FROM 1 BY 1
                   UNTIL WS-KIDX > WS-KIND-MAX
                   IF WPL-RATE(WS-KIDX, 1) < WS-HIST-RATE
                       MOVE WS-HIST-RATE TO WPL-RATE(WS-KIDX, 1)
                       MOVE "Y" TO WPL-FLOORED(WS-KIDX, 1)
                   END-IF
                   PERFORM VARYING WS-BIDX FROM 1 BY 1
                       UNTIL WS-BIDX > WS-BUCKET-MAX
                       COMPUTE WPL-RESERVE(WS-KIDX, WS-BIDX) ROUNDED =
                           WPL-BALANCE(WS-KIDX, WS-BIDX)
                           * WPL-RATE(WS-KIDX, WS-BIDX)
                       ADD WPL-RESERVE(WS-KIDX, WS-BIDX)
                           TO WS-REQUIRED-TOTAL
                   END-PERFORM
               END-PERFORM
               IF WS-BOOK-TOTAL > 0
                   COMPUTE WS-COVERAGE-RATE ROUNDED =
                       WS-REQUIRED-TOTAL / WS-BOOK-TOTAL
               END-IF.

      *    --- The allowance is the credit side of the chart's LPV
      *        row; before LPV is keyed, the debit side of LCO ---
           FIND-ALLOWANCE-CODE.
               OPEN INPUT GL-CHART-FILE
               IF WS-CHART-FILE-OK
                   PERFORM READ-ONE-CHART-ROW
                       UNTIL END-OF-CHART
                   CLOSE GL-CHART-FILE
               END-IF
               IF WS-ALLOWANCE-CODE = SPACES
                   MOVE WS-LCO-DR-CODE TO WS-ALLOWANCE-CODE
               END-IF.

           READ-ONE-CHART-ROW.
               READ GL-CHART-FILE INTO GL-CHART-IO
               AT END
                   MOVE "Y" TO WS-EOF-CHART
               NOT AT END
                   EVALUATE GL-CHART-IO(1:3)
                       WHEN "LPV"
                           MOVE GL-CHART-IO(34:6) TO WS-ALLOWANCE-CODE
                       WHEN "LCO"
                           MOVE GL-CHART-IO(4:6) TO WS-LCO-DR-CODE
                   END-EVALUATE
               END-READ.

      *    --- Running balances carry debits positive, so the
      *        credit-balance allowance reads negative there ---
           LOAD-ALLOWANCE-BALANCE.
               IF WS-ALLOWANCE-CODE NOT = SPACES
                   OPEN INPUT RUNNING-FILE
                   IF WS-RUN-FILE-OK
                       PERFORM READ-ONE-RUNNING-ROW
                           UNTIL END-OF-RUNNING
                       CLOSE RUNNING-FILE
                   END-IF
               END-IF.

           READ-ONE-RUNNING-ROW.
               READ RUNNING-FILE INTO RUNNING-IO
               AT END
                   MOVE "Y" TO WS-EOF-RUN
               NOT AT END
                   IF RUNNING-IO(1:6) = WS-ALLOWANCE-CODE
                       MOVE RUNNING-IO(10:16) TO WS-BAL-IN-X
                       IF WS-BAL-IN IS NUMERIC
                           COMPUTE WS-GL-ALLOWANCE = 0 - WS-BAL-IN
                           MOVE "Y" TO WS-BALANCE-FOUND
                       END-IF
                   END-IF
               END-READ.

      *    --- Tonight's LCO rows post after this step, so the
      *        allowance they draw down is taken off here ---
           ADD-TONIGHTS-CHARGEOFFS.
               OPEN INPUT CHG-GL-FILE
               IF WS-CHGGL-FILE-OK
                   PERFORM READ-ONE-CHG-GL-ROW
                       UNTIL END-OF-CHGGL
                   CLOSE CHG-GL-FILE
               END-IF
               COMPUTE WS-ALLOWANCE-BEFORE =
                   WS-GL-ALLOWANCE - WS-TONIGHT-LCO.

           READ-ONE-CHG-GL-ROW.
               READ CHG-GL-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CHGGL
               NOT AT END
                   IF TR-TXN-TYPE = "LCO"
                   AND TR-DATE = WS-TODAY
                       ADD TR-AMOUNT TO WS-TONIGHT-LCO
                   END-IF
               END-READ.

      *    Provision pair via the chart's LPV row (debit provision
      *    expense, credit allowance); a release via LPR (debit
      *    allowance, credit provision expense).
           BOOK-PROVISION.
               COMPUTE WS-PROVISION =
                   WS-REQUIRED-TOTAL - WS-ALLOWANCE-BEFORE
               COMPUTE WS-ALLOWANCE-AFTER =
                   WS-ALLOWANCE-BEFORE + WS-PROVISION
               IF WS-PROVISION NOT = 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE SPACES             TO TR-ACCOUNT-ID
                   MOVE SPACES             TO TR-DESCRIPTION
                   IF WS-PROVISION > 0
                       MOVE WS-PROVISION   TO WS-PROVISION-AMOUNT
                       MOVE "LPV"          TO TR-TXN-TYPE
                       STRING "CREDIT LOSS PROVISION "
                           DELIMITED SIZE
                           WS-TODAY(1:7) DELIMITED SIZE
                           INTO TR-DESCRIPTION
                   ELSE
                       COMPUTE WS-PROVISION-AMOUNT = 0 - WS-PROVISION
                       MOVE "LPR"          TO TR-TXN-TYPE
                       STRING "ALLOWANCE RELEASE " DELIMITED SIZE
                           WS-TODAY(1:7) DELIMITED SIZE
                           INTO TR-DESCRIPTION
                   END-IF
                   MOVE WS-PROVISION-AMOUNT TO TR-AMOUNT
                   MOVE "APR"              TO TR-STATUS
                   MOVE TRANSACTION-RECORD TO ALW-GL-RECORD
                   WRITE ALW-GL-RECORD
               END-IF.

      *    --- Optional file: the last row on it is last month's
      *        run, for the month-over-month line on the report ---
           LOAD-PRIOR-RUN.
               OPEN INPUT ALW-HISTORY-FILE
               IF WS-AHIST-FILE-OK
                   PERFORM READ-ONE-PRIOR-ROW
                       UNTIL END-OF-AHIST
                   CLOSE ALW-HISTORY-FILE
               END-IF.

      *    A rerun of tonight's measurement is not its own prior.
           READ-ONE-PRIOR-ROW.
               READ ALW-HISTORY-FILE INTO WS-AHIST-ROW
               AT END
                   MOVE "Y" TO WS-EOF-AHIST
               NOT AT END
                   IF WAH-DATE < WS-TODAY
                   AND WAH-REQUIRED IS NUMERIC
                       MOVE "Y"          TO WS-PRIOR-FOUND
                       MOVE WAH-DATE     TO WS-PRIOR-DATE
                       MOVE WAH-REQUIRED TO WS-PRIOR-REQUIRED
                   END-IF
               END-READ.

      *    --- Same cumulative EXTEND-or-OUTPUT treatment
      *        CHARGEOFF-SUMMARY.dat gets; one row per month ---
           APPEND-ALLOWANCE-HISTORY.
               OPEN EXTEND ALW-HISTORY-FILE
               IF NOT WS-AHIST-STATUS = "00"
                   OPEN OUTPUT ALW-HISTORY-FILE
               END-IF
               MOVE SPACES              TO WS-AHIST-ROW
               MOVE WS-TODAY            TO WAH-DATE
               MOVE WS-BOOK-TOTAL       TO WAH-BOOK
               MOVE WS-REQUIRED-TOTAL   TO WAH-REQUIRED
               MOVE WS-ALLOWANCE-BEFORE TO WAH-BEFORE
               MOVE WS-PROVISION        TO WAH-PROVISION
               MOVE WS-ALLOWANCE-AFTER  TO WAH-AFTER
               MOVE WS-AHIST-ROW        TO ALW-HISTORY-IO
               WRITE ALW-HISTORY-IO
               CLOSE ALW-HISTORY-FILE.

           WRITE-ADEQUACY-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "LOAN-ALLOWANCE-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - ALLOWANCE FOR CREDIT LOSSES  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  RESERVE ADEQUACY - BOARD OF DIRECTORS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  POOL        BUCKET  LOANS        BALANCE    "
                   & "RATE %          RESERVE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-KIDX FROM 1 BY 1
                   UNTIL WS-KIDX > WS-KIND-MAX
                   PERFORM VARYING WS-BIDX FROM 1 BY 1
                       UNTIL WS-BIDX > WS-BUCKET-MAX
                       PERFORM WRITE-ONE-POOL-LINE
                   END-PERFORM
               END-PERFORM
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  LOAN BOOK"     TO WS-OUT-LINE(1:11)
               MOVE WS-BOOK-COUNT     TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT     TO WS-OUT-LINE(22:6)
               MOVE WS-BOOK-TOTAL     TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT    TO WS-OUT-LINE(29:14)
               COMPUTE WS-PCT-WORK ROUNDED = WS-COVERAGE-RATE * 100
               MOVE WS-PCT-WORK       TO WS-DISP-PCT
               MOVE WS-DISP-PCT       TO WS-OUT-LINE(45:8)
               MOVE WS-REQUIRED-TOTAL TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT    TO WS-OUT-LINE(57:14)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  * current-bucket rate raised to the historical "
                   & "net charge-off rate" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOSS HISTORY - TRAILING TWELVE MONTHS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  Charge-Offs          :" TO WS-OUT-LINE
               MOVE WS-HIST-CHARGED TO WS-DISP-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "  Recoveries           :" TO WS-OUT-LINE
               MOVE WS-HIST-RECOVERED TO WS-DISP-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "  Net Charge-Offs      :" TO WS-OUT-LINE
               MOVE WS-HIST-NET TO WS-DISP-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "  Net Loss Rate %      :" TO WS-OUT-LINE
               COMPUTE WS-PCT-WORK ROUNDED = WS-HIST-RATE * 100
               MOVE WS-PCT-WORK TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO WS-OUT-LINE(32:8)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  ALLOWANCE ROLL-FORWARD" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  Allowance GL Code    : " DELIMITED SIZE
                   WS-ALLOWANCE-CODE DELIMITED SIZE
                   INTO WS-OUT-LINE
               IF WS-ALLOWANCE-CODE = SPACES
                   MOVE "(no LPV/LCO chart row)"
                       TO WS-OUT-LINE(26:22)
               ELSE
                   IF WS-BALANCE-FOUND = "N"
                       MOVE "(no running balance yet)"
                           TO WS-OUT-LINE(33:24)
                   END-IF
               END-IF
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  GL Balance           :" TO WS-OUT-LINE
               MOVE WS-GL-ALLOWANCE TO WS-DISP-SIGNED
               PERFORM WRITE-SIGNED-LINE
               MOVE "  Less Tonight's LCO   :" TO WS-OUT-LINE
               MOVE WS-TONIGHT-LCO TO WS-DISP-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "  Before Provision     :" TO WS-OUT-LINE
               MOVE WS-ALLOWANCE-BEFORE TO WS-DISP-SIGNED
               PERFORM WRITE-SIGNED-LINE
               IF WS-PROVISION < 0
                   MOVE "  Release (LPR)        :" TO WS-OUT-LINE
               ELSE
                   MOVE "  Provision (LPV)      :" TO WS-OUT-LINE
               END-IF
               MOVE WS-PROVISION-AMOUNT TO WS-DISP-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE "  Allowance After      :" TO WS-OUT-LINE
               MOVE WS-ALLOWANCE-AFTER TO WS-DISP-SIGNED
               PERFORM WRITE-SIGNED-LINE
               MOVE "  Required Reserve     :" TO WS-OUT-LINE
               MOVE WS-REQUIRED-TOTAL TO WS-DISP-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               IF WS-PRIOR-FOUND = "Y"
                   MOVE "  Prior Required       :" TO WS-OUT-LINE
                   MOVE WS-PRIOR-REQUIRED TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(26:14)
                   MOVE "as of"        TO WS-OUT-LINE(42:5)
                   MOVE WS-PRIOR-DATE  TO WS-OUT-LINE(48:10)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE.

      *    Empty pools are left off the report.
           WRITE-ONE-POOL-LINE.
               IF WPL-COUNT(WS-KIDX, WS-BIDX) > 0
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WKD-NAME(WS-KIDX)      TO WS-OUT-LINE(3:11)
                   MOVE WS-BUCKET-LABEL(WS-BIDX)
                                               TO WS-OUT-LINE(15:3)
                   MOVE WPL-COUNT(WS-KIDX, WS-BIDX) TO WS-DISP-COUNT
                   MOVE WS-DISP-COUNT          TO WS-OUT-LINE(22:6)
                   MOVE WPL-BALANCE(WS-KIDX, WS-BIDX)
                       TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT         TO WS-OUT-LINE(29:14)
                   COMPUTE WS-PCT-WORK ROUNDED =
                       WPL-RATE(WS-KIDX, WS-BIDX) * 100
                   MOVE WS-PCT-WORK            TO WS-DISP-PCT
                   MOVE WS-DISP-PCT            TO WS-OUT-LINE(45:8)
                   IF WPL-FLOORED(WS-KIDX, WS-BIDX) = "Y"
                       MOVE "*"                TO WS-OUT-LINE(53:1)
                   END-IF
                   MOVE WPL-RESERVE(WS-KIDX, WS-BIDX)
                       TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT         TO WS-OUT-LINE(57:14)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           WRITE-AMOUNT-LINE.
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(26:14)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-SIGNED-LINE.
               MOVE WS-DISP-SIGNED TO WS-OUT-LINE(26:15)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Allowance for Credit Losses"
               DISPLAY "=============================================="
               DISPLAY "  Loans Pooled       : " WS-BOOK-COUNT
               MOVE WS-BOOK-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Loan Book          : " WS-DISP-AMOUNT
               MOVE WS-REQUIRED-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Required Reserve   : " WS-DISP-AMOUNT
               MOVE WS-ALLOWANCE-BEFORE TO WS-DISP-SIGNED
               DISPLAY "  Allowance Before   : " WS-DISP-SIGNED
               MOVE WS-PROVISION TO WS-DISP-SIGNED
               DISPLAY "  Provision/Release  : " WS-DISP-SIGNED
               DISPLAY "  Loss-Rate Rows     : " WS-RATE-ROWS-USED
               DISPLAY "  Rejected Rate Rows : " WS-RATE-ROWS-BAD
               IF WS-ALLOWANCE-CODE = SPACES
                   DISPLAY "  WARNING: no LPV/LCO chart row - "
                       "allowance balance taken as zero"
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/LOAN-ALLOWANCE-GL.dat"
               DISPLAY "  → data/output/LOAN-ALLOWANCE-HISTORY.dat"
               DISPLAY "  → data/output/LOAN-ALLOWANCE-REPORT.dat"
               DISPLAY "==============================================".
