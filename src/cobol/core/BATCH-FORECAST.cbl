      *================================================================
      * PROGRAM:    BATCH-FORECAST.cbl
      * DESCRIPTION: Pre-run batch window forecast. BATCH-RUNNER
      *              calls it after pre-flight, before the first step,
      *              so a long night is known while there is still
      *              time to call someone - not when BATCH-STATUS
      *              shows the chain already running late.
      *                - Tonight's volumes: the record count of each
      *                  feed that drives the chain - the transaction
      *                  feed, inbound ACH, ATM settlement, ACH
      *                  returns, the maintenance request feeds, and
      *                  the account and loan masters the account-
      *                  and loan-level steps walk. Each step is tied
      *                  to its driving feed by WS-STEP-FEED-TABLE;
      *                  a step not listed walks the account master.
      *                - History: BATCH-RUN-LOG.dat over the last
      *                  WS-HIST-DAYS days. A step's seconds per
      *                  record come from the nights a forecast row
      *                  recorded its volume next to the real run's
      *                  elapsed time; until there are such nights
      *                  the plain average elapsed time stands in.
      *                - The steps, in the order the last run took
      *                  them, are laid end to end from now: each
      *                  gets a predicted finish clock time, and the
      *                  total is held against the same
      *                  WS-SLA-THRESHOLD-SECS window BATCH-RUNNER
      *                  enforces. Steps a concurrent group runs side
      *                  by side are counted one after another, so
      *                  the forecast errs long, never short.
      *                - A step whose volume tonight is WS-SPIKE-
      *                  FACTOR times its own average or more (the
      *                  month-end spike, triple the usual ACH) is
      *                  flagged HIGH; one at or below the inverse
      *                  (a feed half-delivered) is flagged LOW.
      *              The forecast goes to BATCH-FORECAST-REPORT.dat
      *              and, step by step, onto BATCH-RUN-LOG.dat as
      *              FORECAST rows carrying the volume, so tomorrow's
      *              forecast learns from tonight and BATCH-STATUS
      *              sets each step's forecast beside its actual
      *              time.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BATCH-FORECAST.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Cumulative run history - read in full, then the
      *        forecast rows are appended.
               SELECT RUN-LOG-FILE
                   ASSIGN TO "data/output/BATCH-RUN-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-STATUS.

      *        One driving feed at a time - path built at run time,
      *        only counted.
               SELECT FEED-FILE
                   ASSIGN TO WS-FEED-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/BATCH-FORECAST-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-LOG-FILE.
           01 RUN-LOG-IO            PIC X(100).

           FD FEED-FILE.
           01 FEED-IO               PIC X(200).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-RUNLOG-STATUS      PIC XX.
               88 WS-RUNLOG-FILE-OK    VALUE "00".
           01 WS-FEED-STATUS        PIC XX.
               88 WS-FEED-FILE-OK      VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-LOG            PIC X VALUE "N".
               88 END-OF-RUN-LOG       VALUE "Y".
           01 WS-EOF-FEED           PIC X VALUE "N".
               88 END-OF-FEED          VALUE "Y".

           COPY "BATCH-RUN-LOG-RECORD.cpy".

      *    The same batch-window threshold BATCH-RUNNER and
      *    BATCH-STATUS hold the run to.
           01 WS-SLA-THRESHOLD-SECS PIC 9(5) VALUE 900.
           01 WS-HIST-DAYS          PIC 9(3) VALUE 60.
           01 WS-SPIKE-FACTOR       PIC 9 VALUE 2.

      *    --- Driving feeds: code, label, path ---
           01 WS-FEED-VALUES.
               05 FILLER PIC X(49) VALUE
                   "TTXN     data/input/DAILY-TRANSACTIONS.dat".
               05 FILLER PIC X(49) VALUE
                   "HACH-IN  data/input/INBOUND-ACH.dat".
               05 FILLER PIC X(49) VALUE
                   "AATM     data/input/ATM-SETTLEMENT.dat".
               05 FILLER PIC X(49) VALUE
                   "RACH-RET data/input/ACH-RETURNS.dat".
               05 FILLER PIC X(49) VALUE
                   "MACCTREQ data/input/ACCOUNT-MAINT-REQUESTS.dat".
               05 FILLER PIC X(49) VALUE
                   "CCUSTREQ data/input/CUSTOMER-MAINT-REQUESTS.dat".
               05 FILLER PIC X(49) VALUE
                   "DCARDREQ data/input/CARD-MAINT-REQUESTS.dat".
               05 FILLER PIC X(49) VALUE
                   "LLOANS   data/input/LOAN-MASTER.dat".
               05 FILLER PIC X(49) VALUE
                   "SACCOUNTSdata/input/ACCOUNTS-MASTER.dat".
           01 WS-FEED-TABLE REDEFINES WS-FEED-VALUES.
               05 WS-FEED-ENTRY OCCURS 9 TIMES
                               INDEXED BY WS-FEED-IDX.
                   10 WFD-CODE         PIC X(01).
                   10 WFD-LABEL        PIC X(08).
                   10 WFD-PATH         PIC X(40).
           01 WS-FEED-COUNT         PIC 9 VALUE 9.
      *    Tonight's count per feed, and whether it arrived at all.
           01 WS-FEED-VOLUMES.
               05 WS-FEED-VOL-ENTRY OCCURS 9 TIMES.
                   10 WFV-VOLUME       PIC 9(07).
                   10 WFV-PRESENT      PIC X(01).
           01 WS-FEED-PATH          PIC X(60).
           01 WS-FEED-FOUND-IDX     PIC 9 VALUE 0.
           01 WS-FIND-FEED-CODE     PIC X(01).

      *    --- Which feed drives which step (anything not listed
      *        walks the account master, feed S) ---
           01 WS-STEP-FEED-VALUES.
               05 FILLER PIC X(25) VALUE "FILE-REGISTRY           T".
               05 FILLER PIC X(25) VALUE "WATCHLIST-RESCREEN      T".
               05 FILLER PIC X(25) VALUE "TXN-VALIDATOR           T".
               05 FILLER PIC X(25) VALUE "TXN-PROCESSOR           T".
               05 FILLER PIC X(25) VALUE "TXN-REVERSAL            T".
               05 FILLER PIC X(25) VALUE "PERIOD-LEDGER           T".
               05 FILLER PIC X(25) VALUE "COMPLIANCE-SCAN         T".
               05 FILLER PIC X(25) VALUE "KITING-DETECT           T".
               05 FILLER PIC X(25) VALUE "EOD-REPORT              T".
               05 FILLER PIC X(25) VALUE "EOD-EXPORT              T".
               05 FILLER PIC X(25) VALUE "GL-POSTING              T".
               05 FILLER PIC X(25) VALUE "ACH-INBOUND-PROC        H".
               05 FILLER PIC X(25) VALUE "ATM-SETTLE-PROC         A".
               05 FILLER PIC X(25) VALUE "ACH-RETURN-PROC         R".
               05 FILLER PIC X(25) VALUE "ACCOUNT-MAINT           M".
               05 FILLER PIC X(25) VALUE "CUSTOMER-MAINT          C".
               05 FILLER PIC X(25) VALUE "CARD-MAINT              D".
               05 FILLER PIC X(25) VALUE "LOAN-ORIGINATION        L".
               05 FILLER PIC X(25) VALUE "LOAN-MODIFY             L".
               05 FILLER PIC X(25) VALUE "LOAN-REPRICE            L".
               05 FILLER PIC X(25) VALUE "LOAN-PAYOFF             L".
               05 FILLER PIC X(25) VALUE "LOAN-ESCROW             L".
               05 FILLER PIC X(25) VALUE "LOAN-BILLING            L".
               05 FILLER PIC X(25) VALUE "LOAN-OFFSET             L".
               05 FILLER PIC X(25) VALUE "LOAN-SETTLE             L".
               05 FILLER PIC X(25) VALUE "LOAN-COLLECTIONS        L".
               05 FILLER PIC X(25) VALUE "LOAN-CHARGEOFF          L".
               05 FILLER PIC X(25) VALUE "LOAN-ALLOWANCE          L".
               05 FILLER PIC X(25) VALUE "LOAN-STATEMENT          L".
               05 FILLER PIC X(25) VALUE "COLLATERAL-REPORT       L".
               05 FILLER PIC X(25) VALUE "BUREAU-EXTRACT          L".
           01 WS-STEP-FEED-TABLE REDEFINES WS-STEP-FEED-VALUES.
               05 WS-STEP-FEED-ENTRY OCCURS 31 TIMES
                               INDEXED BY WS-SF-IDX.
                   10 WSF-STEP-NAME    PIC X(24).
                   10 WSF-FEED-CODE    PIC X(01).
           01 WS-STEP-FEED-COUNT    PIC 99 VALUE 31.

      *    --- Per-step history within the window ---
           01 WS-ST-MAX             PIC 999 VALUE 200.
           01 WS-ST-TABLE.
               05 WS-ST-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-ST-IDX.
                   10 WST-STEP-NAME    PIC X(30).
                   10 WST-STEP-NUM     PIC 999.
                   10 WST-LAST-DATE    PIC X(10).
                   10 WST-RUN-COUNT    PIC 9(5).
                   10 WST-RUN-SECS     PIC 9(7)V99.
                   10 WST-PAIR-SECS    PIC 9(7)V99.
                   10 WST-PAIR-VOLUME  PIC 9(11).
                   10 WST-FC-DATE      PIC X(10).
                   10 WST-FC-VOLUME    PIC 9(07).
                   10 WST-VOL-COUNT    PIC 9(5).
                   10 WST-VOL-TOTAL    PIC 9(11).
           01 WS-ST-COUNT           PIC 999 VALUE 0.
           01 WS-ST-FOUND-IDX       PIC 999 VALUE 0.
           01 WS-LAST-RUN-DATE      PIC X(10) VALUE SPACES.
           01 WS-MAX-STEP-NUM       PIC 999 VALUE 0.
           01 WS-ORDER-NUM          PIC 999 VALUE 0.

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-CUTOFF-JULIAN      PIC 9(7).
           01 WS-CUTOFF-INT         PIC 9(8).
           01 WS-CUTOFF-DATE        PIC X(10).

      *    --- Clock: HHMMSShh as ACCEPT FROM TIME gives it, the
      *        form BATCH-RUNNER logs start and end times in ---
           01 WS-NOW-TIME           PIC 9(8).
           01 WS-TIME-PARSE.
               05 WS-TIME-HH            PIC 99.
               05 WS-TIME-MM            PIC 99.
               05 WS-TIME-SS            PIC 99.
               05 WS-TIME-HS            PIC 99.
           01 WS-TIME-SECONDS       PIC 9(7)V99.
           01 WS-START-SECS         PIC 9(7)V99.
           01 WS-CLOCK-SECS         PIC 9(7)V99.
           01 WS-CLOCK-WHOLE        PIC 9(7).
           01 WS-CLOCK-REM          PIC 9(7).
           01 WS-CLOCK-TIME         PIC 9(8).
           01 WS-CLOCK-DISP         PIC X(08).
           01 WS-START-CLOCK-DISP   PIC X(08).
           01 WS-SLA-CLOCK-DISP     PIC X(08).

      *    --- One step's forecast ---
           01 WS-STEP-VOLUME        PIC 9(07).
           01 WS-STEP-FEED-LABEL    PIC X(08).
           01 WS-STEP-BASIS         PIC X(05).
           01 WS-PRED-SECS          PIC 9(5)V99.
           01 WS-AVG-VOLUME         PIC 9(7).
           01 WS-VOL-FLAG           PIC X(01).
           01 WS-STEP-START-SECS    PIC 9(7)V99.
           01 WS-CUM-SECS           PIC 9(7)V99 VALUE 0.
           01 WS-SLA-CROSSED        PIC X VALUE "N".
           01 WS-SLA-STEP           PIC X(30) VALUE SPACES.

      *    --- Counters / report ---
           01 WS-FORECAST-STEPS     PIC 999 VALUE 0.
           01 WS-HIGH-COUNT         PIC 999 VALUE 0.
           01 WS-LOW-COUNT          PIC 999 VALUE 0.
           01 WS-DISP-VOLUME        PIC Z,ZZZ,ZZ9.
           01 WS-DISP-AVG           PIC Z,ZZZ,ZZ9.
           01 WS-DISP-SECS          PIC ZZ,ZZ9.99.
           01 WS-DISP-TOTAL         PIC ZZZ,ZZ9.99.
           01 WS-DISP-SLA           PIC ZZ,ZZ9.
           01 WS-DISP-NUM           PIC ZZ9.
           01 WS-OUT-LINE           PIC X(120).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME(1:2) TO WS-TIME-HH
               MOVE WS-NOW-TIME(3:2) TO WS-TIME-MM
               MOVE WS-NOW-TIME(5:2) TO WS-TIME-SS
               MOVE WS-NOW-TIME(7:2) TO WS-TIME-HS
               PERFORM TIME-TO-SECONDS
               MOVE WS-TIME-SECONDS TO WS-START-SECS
               PERFORM COUNT-FEED-VOLUMES
               PERFORM LOAD-RUN-HISTORY
               IF WS-LAST-RUN-DATE = SPACES
                   DISPLAY "  Batch forecast: no run history in the "
                       "last " WS-HIST-DAYS " days - no forecast"
                   STOP RUN
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "BATCH-FORECAST-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND RUN-LOG-FILE
               IF NOT WS-RUNLOG-STATUS = "00"
                   OPEN OUTPUT RUN-LOG-FILE
               END-IF
               PERFORM WRITE-REPORT-HEADING
               PERFORM FORECAST-STEPS-AT-NUM
                   VARYING WS-ORDER-NUM FROM 1 BY 1
                   UNTIL WS-ORDER-NUM > WS-MAX-STEP-NUM
               PERFORM WRITE-FORECAST-TOTAL
               CLOSE RUN-LOG-FILE
               CLOSE REPORT-FILE
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
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
               COMPUTE WS-CUTOFF-JULIAN =
                   WS-TODAY-JULIAN - WS-HIST-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-JULIAN)
                   TO WS-CUTOFF-INT
               MOVE WS-CUTOFF-INT(1:4) TO WS-CUTOFF-DATE(1:4)
               MOVE "-"                TO WS-CUTOFF-DATE(5:1)
               MOVE WS-CUTOFF-INT(5:2) TO WS-CUTOFF-DATE(6:2)
               MOVE "-"                TO WS-CUTOFF-DATE(8:1)
               MOVE WS-CUTOFF-INT(7:2) TO WS-CUTOFF-DATE(9:2).

           TIME-TO-SECONDS.
               COMPUTE WS-TIME-SECONDS =
                   WS-TIME-HH * 3600 + WS-TIME-MM * 60
                   + WS-TIME-SS + WS-TIME-HS / 100.

      *    Seconds since midnight back to HHMMSShh (and HH:MM:SS for
      *    print), wrapping past midnight for a run that would.
           SECONDS-TO-CLOCK.
               MOVE WS-CLOCK-SECS TO WS-CLOCK-WHOLE
               DIVIDE WS-CLOCK-WHOLE BY 86400
                   GIVING WS-CLOCK-REM REMAINDER WS-CLOCK-WHOLE
               DIVIDE WS-CLOCK-WHOLE BY 3600
                   GIVING WS-TIME-HH REMAINDER WS-CLOCK-REM
               DIVIDE WS-CLOCK-REM BY 60
                   GIVING WS-TIME-MM REMAINDER WS-TIME-SS
               MOVE 0 TO WS-TIME-HS
               MOVE WS-TIME-PARSE TO WS-CLOCK-TIME
               MOVE SPACES TO WS-CLOCK-DISP
               STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
                   DELIMITED BY SIZE INTO WS-CLOCK-DISP.

      *================================================================
      *    Tonight's volumes. A feed that has not arrived counts
      *    zero - the expected-feed calendar has already said so.
      *================================================================
           COUNT-FEED-VOLUMES.
               PERFORM COUNT-ONE-FEED
                   VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT.

           COUNT-ONE-FEED.
               MOVE 0 TO WFV-VOLUME(WS-FEED-IDX)
               MOVE "N" TO WFV-PRESENT(WS-FEED-IDX)
               MOVE WFD-PATH(WS-FEED-IDX) TO WS-FEED-PATH
               MOVE "N" TO WS-EOF-FEED
               OPEN INPUT FEED-FILE
               IF WS-FEED-FILE-OK
                   MOVE "Y" TO WFV-PRESENT(WS-FEED-IDX)
                   PERFORM READ-ONE-FEED-ROW
                       UNTIL END-OF-FEED
                   CLOSE FEED-FILE
               END-IF.

           READ-ONE-FEED-ROW.
               READ FEED-FILE INTO FEED-IO
               AT END
                   MOVE "Y" TO WS-EOF-FEED
               NOT AT END
                   IF FEED-IO NOT = SPACES
                       ADD 1 TO WFV-VOLUME(WS-FEED-IDX)
                   END-IF
               END-READ.

      *================================================================
      *    Run history. The log is appended in date order, so a
      *    night's FORECAST row for a step always comes before that
      *    night's real row - which is how the two are paired up.
      *    Today's rows (a resumed or repeated run) are left out.
      *================================================================
           LOAD-RUN-HISTORY.
               OPEN INPUT RUN-LOG-FILE
               IF WS-RUNLOG-FILE-OK
                   PERFORM READ-ONE-LOG-ROW
                       UNTIL END-OF-RUN-LOG
                   CLOSE RUN-LOG-FILE
               END-IF
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                   IF WST-LAST-DATE(WS-ST-IDX) = WS-LAST-RUN-DATE
                   AND WST-STEP-NUM(WS-ST-IDX) > WS-MAX-STEP-NUM
                       MOVE WST-STEP-NUM(WS-ST-IDX)
                           TO WS-MAX-STEP-NUM
                   END-IF
               END-PERFORM.

           READ-ONE-LOG-ROW.
               READ RUN-LOG-FILE INTO RUN-LOG-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOG
               NOT AT END
                   MOVE RUN-LOG-IO TO BATCH-RUN-LOG-RECORD
                   IF BRL-DATE >= WS-CUTOFF-DATE
                   AND BRL-DATE < WS-TODAY
                   AND BRL-STEP-NUM IS NUMERIC
                   AND BRL-STEP-NUM > 0
                   AND NOT BRL-FEED-MISSING
                       PERFORM FOLD-ONE-LOG-ROW
                   END-IF
               END-READ.

           FOLD-ONE-LOG-ROW.
               PERFORM FIND-STEP-ENTRY
               IF WS-ST-FOUND-IDX = 0
                   IF WS-ST-COUNT >= WS-ST-MAX
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-FOUND-IDX
                   MOVE BRL-STEP-NAME TO WST-STEP-NAME(WS-ST-COUNT)
                   MOVE 0 TO WST-STEP-NUM(WS-ST-COUNT)
                   MOVE SPACES TO WST-LAST-DATE(WS-ST-COUNT)
                   MOVE 0 TO WST-RUN-COUNT(WS-ST-COUNT)
                   MOVE 0 TO WST-RUN-SECS(WS-ST-COUNT)
                   MOVE 0 TO WST-PAIR-SECS(WS-ST-COUNT)
                   MOVE 0 TO WST-PAIR-VOLUME(WS-ST-COUNT)
                   MOVE SPACES TO WST-FC-DATE(WS-ST-COUNT)
                   MOVE 0 TO WST-FC-VOLUME(WS-ST-COUNT)
                   MOVE 0 TO WST-VOL-COUNT(WS-ST-COUNT)
                   MOVE 0 TO WST-VOL-TOTAL(WS-ST-COUNT)
               END-IF
               IF BRL-FORECAST
                   IF BRL-VOLUME IS NUMERIC
                       MOVE BRL-DATE TO WST-FC-DATE(WS-ST-FOUND-IDX)
                       MOVE BRL-VOLUME
                           TO WST-FC-VOLUME(WS-ST-FOUND-IDX)
                       ADD 1 TO WST-VOL-COUNT(WS-ST-FOUND-IDX)
                       ADD BRL-VOLUME TO WST-VOL-TOTAL(WS-ST-FOUND-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
      *        Any real row places the step in that night's order;
      *        only a clean or retried pass counts toward timing.
               MOVE BRL-STEP-NUM TO WST-STEP-NUM(WS-ST-FOUND-IDX)
               MOVE BRL-DATE TO WST-LAST-DATE(WS-ST-FOUND-IDX)
               IF BRL-DATE > WS-LAST-RUN-DATE
                   MOVE BRL-DATE TO WS-LAST-RUN-DATE
               END-IF
               IF BRL-PASSED OR BRL-RETRIED
                   ADD 1 TO WST-RUN-COUNT(WS-ST-FOUND-IDX)
                   ADD BRL-ELAPSED-SECS TO WST-RUN-SECS(WS-ST-FOUND-IDX)
                   IF WST-FC-DATE(WS-ST-FOUND-IDX) = BRL-DATE
                       ADD BRL-ELAPSED-SECS
                           TO WST-PAIR-SECS(WS-ST-FOUND-IDX)
                       ADD WST-FC-VOLUME(WS-ST-FOUND-IDX)
                           TO WST-PAIR-VOLUME(WS-ST-FOUND-IDX)
                       MOVE SPACES TO WST-FC-DATE(WS-ST-FOUND-IDX)
                   END-IF
               END-IF.

           FIND-STEP-ENTRY.
               MOVE 0 TO WS-ST-FOUND-IDX
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                   OR WS-ST-FOUND-IDX > 0
                   IF WST-STEP-NAME(WS-ST-IDX) = BRL-STEP-NAME
                       SET WS-ST-FOUND-IDX TO WS-ST-IDX
                   END-IF
               END-PERFORM.

      *================================================================
      *    The forecast, in the order the last run took the steps.
      *================================================================
           FORECAST-STEPS-AT-NUM.
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                   IF WST-LAST-DATE(WS-ST-IDX) = WS-LAST-RUN-DATE
                   AND WST-STEP-NUM(WS-ST-IDX) = WS-ORDER-NUM
                       PERFORM FORECAST-ONE-STEP
                   END-IF
               END-PERFORM.

           FORECAST-ONE-STEP.
               ADD 1 TO WS-FORECAST-STEPS
               MOVE "S" TO WS-FIND-FEED-CODE
               PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-STEP-FEED-COUNT
                   IF WSF-STEP-NAME(WS-SF-IDX)
                       = WST-STEP-NAME(WS-ST-IDX)
                       MOVE WSF-FEED-CODE(WS-SF-IDX)
                           TO WS-FIND-FEED-CODE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-FEED-FOUND-IDX
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   IF WFD-CODE(WS-FEED-IDX) = WS-FIND-FEED-CODE
                       SET WS-FEED-FOUND-IDX TO WS-FEED-IDX
                   END-IF
               END-PERFORM
               MOVE WFV-VOLUME(WS-FEED-FOUND-IDX) TO WS-STEP-VOLUME
               MOVE WFD-LABEL(WS-FEED-FOUND-IDX) TO WS-STEP-FEED-LABEL
      *        Seconds per record where there are paired nights,
      *        otherwise the plain average.
               EVALUATE TRUE
                   WHEN WST-PAIR-VOLUME(WS-ST-IDX) > 0
                       COMPUTE WS-PRED-SECS ROUNDED =
                           WST-PAIR-SECS(WS-ST-IDX) * WS-STEP-VOLUME
                           / WST-PAIR-VOLUME(WS-ST-IDX)
                       MOVE "RATE" TO WS-STEP-BASIS
                   WHEN WST-RUN-COUNT(WS-ST-IDX) > 0
                       COMPUTE WS-PRED-SECS ROUNDED =
                           WST-RUN-SECS(WS-ST-IDX)
                           / WST-RUN-COUNT(WS-ST-IDX)
                       MOVE "AVG" TO WS-STEP-BASIS
                   WHEN OTHER
                       MOVE 0 TO WS-PRED-SECS
                       MOVE "NONE" TO WS-STEP-BASIS
               END-EVALUATE
               MOVE SPACE TO WS-VOL-FLAG
               MOVE 0 TO WS-AVG-VOLUME
               IF WST-VOL-COUNT(WS-ST-IDX) > 0
                   COMPUTE WS-AVG-VOLUME ROUNDED =
                       WST-VOL-TOTAL(WS-ST-IDX)
                       / WST-VOL-COUNT(WS-ST-IDX)
                   IF WS-AVG-VOLUME > 0
                       IF WS-STEP-VOLUME >=
                           WS-AVG-VOLUME * WS-SPIKE-FACTOR
                           MOVE "H" TO WS-VOL-FLAG
                           ADD 1 TO WS-HIGH-COUNT
                       ELSE
                           IF WS-STEP-VOLUME * WS-SPIKE-FACTOR
                               <= WS-AVG-VOLUME
                               MOVE "L" TO WS-VOL-FLAG
                               ADD 1 TO WS-LOW-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-STEP-START-SECS = WS-START-SECS + WS-CUM-SECS
               ADD WS-PRED-SECS TO WS-CUM-SECS
               IF WS-CUM-SECS > WS-SLA-THRESHOLD-SECS
               AND WS-SLA-CROSSED = "N"
                   MOVE "Y" TO WS-SLA-CROSSED
                   MOVE WST-STEP-NAME(WS-ST-IDX) TO WS-SLA-STEP
               END-IF
               PERFORM WRITE-STEP-FORECAST.

      *    One report line and one FORECAST row on the run log.
           WRITE-STEP-FORECAST.
               MOVE SPACES TO BATCH-RUN-LOG-RECORD
               MOVE WS-TODAY TO BRL-DATE
               MOVE WST-STEP-NUM(WS-ST-IDX) TO BRL-STEP-NUM
               MOVE WST-STEP-NAME(WS-ST-IDX) TO BRL-STEP-NAME
               MOVE WS-STEP-START-SECS TO WS-CLOCK-SECS
               PERFORM SECONDS-TO-CLOCK
               MOVE WS-CLOCK-TIME TO BRL-START-TIME
               COMPUTE WS-CLOCK-SECS = WS-START-SECS + WS-CUM-SECS
               PERFORM SECONDS-TO-CLOCK
               MOVE WS-CLOCK-TIME TO BRL-END-TIME
               MOVE WS-PRED-SECS TO BRL-ELAPSED-SECS
               MOVE 0 TO BRL-RETURN-CODE
               SET BRL-FORECAST TO TRUE
               MOVE WS-STEP-VOLUME TO BRL-VOLUME
               MOVE WS-VOL-FLAG TO BRL-VOLUME-FLAG
               MOVE BATCH-RUN-LOG-RECORD TO RUN-LOG-IO
               WRITE RUN-LOG-IO
               MOVE SPACES TO WS-OUT-LINE
               MOVE WST-STEP-NUM(WS-ST-IDX) TO WS-DISP-NUM
               MOVE WS-DISP-NUM TO WS-OUT-LINE(1:3)
               MOVE WST-STEP-NAME(WS-ST-IDX) TO WS-OUT-LINE(5:26)
               MOVE WS-STEP-FEED-LABEL TO WS-OUT-LINE(32:8)
               MOVE WS-STEP-VOLUME TO WS-DISP-VOLUME
               MOVE WS-DISP-VOLUME TO WS-OUT-LINE(41:9)
               IF WST-VOL-COUNT(WS-ST-IDX) > 0
                   MOVE WS-AVG-VOLUME TO WS-DISP-AVG
                   MOVE WS-DISP-AVG TO WS-OUT-LINE(51:9)
               ELSE
                   MOVE "      n/a" TO WS-OUT-LINE(51:9)
               END-IF
               MOVE WS-STEP-BASIS TO WS-OUT-LINE(61:5)
               MOVE WS-PRED-SECS TO WS-DISP-SECS
               MOVE WS-DISP-SECS TO WS-OUT-LINE(67:9)
               MOVE WS-CLOCK-DISP TO WS-OUT-LINE(78:8)
               EVALUATE WS-VOL-FLAG
                   WHEN "H"
                       MOVE "HIGH VOLUME" TO WS-OUT-LINE(88:11)
                       DISPLAY "  *** Forecast: "
                           WST-STEP-NAME(WS-ST-IDX)
                           " volume " WS-DISP-VOLUME " vs usual "
                           WS-DISP-AVG " - HIGH"
                   WHEN "L"
                       MOVE "LOW VOLUME" TO WS-OUT-LINE(88:10)
                       DISPLAY "  *** Forecast: "
                           WST-STEP-NAME(WS-ST-IDX)
                           " volume " WS-DISP-VOLUME " vs usual "
                           WS-DISP-AVG " - LOW"
               END-EVALUATE
               IF WS-SLA-CROSSED = "Y"
               AND WS-SLA-STEP = WST-STEP-NAME(WS-ST-IDX)
                   MOVE "<< SLA" TO WS-OUT-LINE(100:6)
               END-IF
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-HEADING.
               MOVE WS-START-SECS TO WS-CLOCK-SECS
               PERFORM SECONDS-TO-CLOCK
               MOVE WS-CLOCK-DISP TO WS-START-CLOCK-DISP
               COMPUTE WS-CLOCK-SECS =
                   WS-START-SECS + WS-SLA-THRESHOLD-SECS
               PERFORM SECONDS-TO-CLOCK
               MOVE WS-CLOCK-DISP TO WS-SLA-CLOCK-DISP
               MOVE SPACES TO WS-OUT-LINE
               STRING "ZENTRA BANK - BATCH WINDOW FORECAST  "
                   WS-TODAY "  START " WS-START-CLOCK-DISP
                   "  SLA END " WS-SLA-CLOCK-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "Step order and timing history from the run of "
                   WS-LAST-RUN-DATE "; history since "
                   WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE "NUM"          TO WS-OUT-LINE(1:3)
               MOVE "STEP"         TO WS-OUT-LINE(5:4)
               MOVE "FEED"         TO WS-OUT-LINE(32:4)
               MOVE "   VOLUME"    TO WS-OUT-LINE(41:9)
               MOVE "USUAL VOL"    TO WS-OUT-LINE(51:9)
               MOVE "BASIS"        TO WS-OUT-LINE(61:5)
               MOVE "PRED SECS"    TO WS-OUT-LINE(67:9)
               MOVE "FINISH"       TO WS-OUT-LINE(78:6)
               PERFORM WRITE-REPORT-LINE.

      *    Step 0 carries the whole window on the run log.
           WRITE-FORECAST-TOTAL.
               COMPUTE WS-CLOCK-SECS = WS-START-SECS + WS-CUM-SECS
               PERFORM SECONDS-TO-CLOCK
               MOVE SPACES TO BATCH-RUN-LOG-RECORD
               MOVE WS-TODAY TO BRL-DATE
               MOVE 0 TO BRL-STEP-NUM
               MOVE "BATCH WINDOW" TO BRL-STEP-NAME
               MOVE WS-NOW-TIME TO BRL-START-TIME
               MOVE WS-CLOCK-TIME TO BRL-END-TIME
               IF WS-CUM-SECS > 99999.99
                   MOVE 99999.99 TO BRL-ELAPSED-SECS
               ELSE
                   MOVE WS-CUM-SECS TO BRL-ELAPSED-SECS
               END-IF
               MOVE 0 TO BRL-RETURN-CODE
               SET BRL-FORECAST TO TRUE
               MOVE BATCH-RUN-LOG-RECORD TO RUN-LOG-IO
               WRITE RUN-LOG-IO
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-CUM-SECS TO WS-DISP-TOTAL
               MOVE WS-SLA-THRESHOLD-SECS TO WS-DISP-SLA
               MOVE SPACES TO WS-OUT-LINE
               STRING "PREDICTED TOTAL " WS-DISP-TOTAL "s  FINISH "
                   WS-CLOCK-DISP "  SLA WINDOW " WS-DISP-SLA "s (END "
                   WS-SLA-CLOCK-DISP ")"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               IF WS-SLA-CROSSED = "Y"
                   STRING "*** FORECAST EXCEEDS THE SLA WINDOW - "
                       "crossed during " WS-SLA-STEP
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               ELSE
                   MOVE "Forecast finishes inside the SLA window"
                       TO WS-OUT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "Volume flags: " WS-HIGH-COUNT " high, "
                   WS-LOW-COUNT " low (at least " WS-SPIKE-FACTOR
                   "x or at most 1/" WS-SPIKE-FACTOR
                   " of the step's own average)"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Batch Window Forecast"
               DISPLAY "=============================================="
               DISPLAY "  Steps Forecast     : " WS-FORECAST-STEPS
               DISPLAY "  Predicted Total    : " WS-DISP-TOTAL "s"
               DISPLAY "  Predicted Finish   : " WS-CLOCK-DISP
               DISPLAY "  SLA Window         : " WS-DISP-SLA "s (end "
                   WS-SLA-CLOCK-DISP ")"
               DISPLAY "  High / Low Volume  : " WS-HIGH-COUNT " / "
                   WS-LOW-COUNT
               IF WS-SLA-CROSSED = "Y"
                   DISPLAY "  *** WARNING: FORECAST EXCEEDS THE BATCH "
                       "WINDOW SLA ***"
                   DISPLAY "      crossed during " WS-SLA-STEP
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/BATCH-FORECAST-REPORT.dat"
               DISPLAY "  → data/output/BATCH-RUN-LOG.dat"
               DISPLAY "==============================================".
