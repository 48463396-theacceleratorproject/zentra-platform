      *================================================================
      * PROGRAM:    VAULT-CASH.cbl
      * DESCRIPTION: Branch vault cash position and cash ordering -
      *              DRAWER-PROOF proves the teller drawers, this
      *              step keeps the vault behind them. Each night:
      *                - Brings VAULT-POSITIONS.dat (see VAULT-
      *                  POSITION-RECORD.cpy) forward by branch and
      *                  denomination: teller vault buys take cash
      *                  out of the vault and sells put it back
      *                  (VAULT-MOVEMENTS.dat, an optional
      *                  denomination after the amount; the teller's
      *                  branch from DRAWER-FLOATS.dat or, failing
      *                  that, the teller log), ATM loads take it out
      *                  and returned residuals put it back
      *                  (ATM-REPLENISH.dat), and shipments move it
      *                  through cash-in-transit
      *                  (CASH-SHIPMENTS.dat). A date already
      *                  brought forward is never applied twice -
      *                  a rerun reports and re-plans only.
      *                - Books every shipment event to the GL through
      *                  VAULT-CASH-GL.dat, picked up by GL-POSTING:
      *                    CTI dispatched to us - cash in transit
      *                        against the counterparty
      *                    CTR received into the vault
      *                    CTO shipped from the vault
      *                    CTC credited by the counterparty
      *                  A receipt with no dispatch on file books the
      *                  missing CTI first so transit never goes
      *                  negative on the books.
      *                - Forecasts next week's cash need from the
      *                  last WS-FORECAST-WEEKS weeks of
      *                  TELLER-ENTRY-LOG.dat: each weekday's
      *                  average net cash paid out, run Monday to
      *                  Friday, peaks where the vault is drawn
      *                  lowest (the Friday payroll run); the average
      *                  week's net ATM loads are added on top.
      *                - Recommends the order: cash available
      *                  (vault plus inbound transit) short of the
      *                  need plus the branch minimum orders the
      *                  difference, never past the insured cash
      *                  limit; a vault over its limit ships the
      *                  excess back. Orders split across the notes
      *                  by the standard order mix, shipments go
      *                  largest notes first, whole straps only, to
      *                  CASH-ORDERS.dat (see CASH-ORDER-RECORD.cpy)
      *                  with the counterparty and the next business
      *                  day for delivery.
      *                - Flags every branch over its insured limit or
      *                  under its minimum.
      *              Limits and counterparty per branch come from the
      *              optional VAULT-LIMITS.dat; a branch not on it
      *              gets the WS-DEFAULT- values and the Fed.
      *              Everything prints on VAULT-CASH-REPORT.dat.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. VAULT-CASH.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        The vault master - load in full, rewrite in full.
      *        Absent on the first night: every branch starts empty.
               SELECT POSITION-FILE
                   ASSIGN TO "data/input/VAULT-POSITIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POS-STATUS.

      *        Optional control file: branch, insured cash limit,
      *        minimum, counterparty.
               SELECT LIMITS-FILE
                   ASSIGN TO "data/input/VAULT-LIMITS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIMIT-STATUS.

               SELECT FLOATS-FILE
                   ASSIGN TO "data/input/DRAWER-FLOATS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FLOAT-STATUS.

               SELECT TELLER-LOG-FILE
                   ASSIGN TO "data/output/TELLER-ENTRY-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TLOG-STATUS.

               SELECT VAULT-FILE
                   ASSIGN TO "data/input/VAULT-MOVEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VAULT-STATUS.

      *        Cumulative: today's rows move the vault, the window's
      *        rows feed the forecast.
               SELECT ATM-FILE
                   ASSIGN TO "data/input/ATM-REPLENISH.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATM-STATUS.

               SELECT SHIPMENT-FILE
                   ASSIGN TO "data/input/CASH-SHIPMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SHIP-STATUS.

               SELECT GL-OUT-FILE
                   ASSIGN TO "data/output/VAULT-CASH-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLOUT-STATUS.

               SELECT ORDER-FILE
                   ASSIGN TO "data/output/CASH-ORDERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ORDER-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/VAULT-CASH-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD POSITION-FILE.
           01 POSITION-IO           PIC X(80).

           FD LIMITS-FILE.
           01 LIMITS-IO             PIC X(40).

           FD FLOATS-FILE.
           01 FLOATS-IO             PIC X(40).

           FD TELLER-LOG-FILE.
           01 TELLER-LOG-IO         PIC X(100).

           FD VAULT-FILE.
           01 VAULT-IO              PIC X(40).

           FD ATM-FILE.
           01 ATM-IO                PIC X(60).

           FD SHIPMENT-FILE.
           01 SHIPMENT-IO           PIC X(80).

           FD GL-OUT-FILE.
           01 GL-OUT-RECORD         PIC X(116).

           FD ORDER-FILE.
           01 ORDER-OUT-RECORD      PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-POS-STATUS         PIC XX.
               88 WS-POS-FILE-OK       VALUE "00".
           01 WS-LIMIT-STATUS       PIC XX.
               88 WS-LIMIT-FILE-OK     VALUE "00".
           01 WS-FLOAT-STATUS       PIC XX.
               88 WS-FLOAT-FILE-OK     VALUE "00".
           01 WS-TLOG-STATUS        PIC XX.
               88 WS-TLOG-FILE-OK      VALUE "00".
           01 WS-VAULT-STATUS       PIC XX.
               88 WS-VAULT-FILE-OK     VALUE "00".
           01 WS-ATM-STATUS         PIC XX.
               88 WS-ATM-FILE-OK       VALUE "00".
           01 WS-SHIP-STATUS        PIC XX.
               88 WS-SHIP-FILE-OK      VALUE "00".
           01 WS-GLOUT-STATUS       PIC XX.
           01 WS-ORDER-STATUS       PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-POS            PIC X VALUE "N".
               88 END-OF-POSITIONS     VALUE "Y".
           01 WS-EOF-LIMIT          PIC X VALUE "N".
               88 END-OF-LIMITS        VALUE "Y".
           01 WS-EOF-FLOAT          PIC X VALUE "N".
               88 END-OF-FLOATS        VALUE "Y".
           01 WS-EOF-TLOG           PIC X VALUE "N".
               88 END-OF-TELLER-LOG    VALUE "Y".
           01 WS-EOF-VAULT          PIC X VALUE "N".
               88 END-OF-VAULT         VALUE "Y".
           01 WS-EOF-ATM            PIC X VALUE "N".
               88 END-OF-ATM           VALUE "Y".
           01 WS-EOF-SHIP           PIC X VALUE "N".
               88 END-OF-SHIPMENTS     VALUE "Y".

           COPY "VAULT-POSITION-RECORD.cpy".
           COPY "CASH-SHIPMENT-RECORD.cpy".
           COPY "CASH-ORDER-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".

      *    --- Policy defaults for a branch not on VAULT-LIMITS.dat ---
           01 WS-DEFAULT-INSURED-LIMIT PIC 9(9)V99 VALUE 500000.00.
           01 WS-DEFAULT-MINIMUM    PIC 9(9)V99 VALUE 50000.00.
           01 WS-DEFAULT-COUNTERPARTY PIC X(03) VALUE "FED".
      *    Weeks of teller history behind the forecast.
           01 WS-FORECAST-WEEKS     PIC 99 VALUE 8.

      *    --- Standard order mix: the share of an order each note
      *        takes, and its strap (100 notes) - order and ship in
      *        whole straps only ---
           01 WS-MIX-VALUES.
               05 FILLER PIC X(13) VALUE "1000301000000".
               05 FILLER PIC X(13) VALUE "0500050500000".
               05 FILLER PIC X(13) VALUE "0200500200000".
               05 FILLER PIC X(13) VALUE "0100080100000".
               05 FILLER PIC X(13) VALUE "0050050050000".
               05 FILLER PIC X(13) VALUE "0010020010000".
           01 WS-MIX-TABLE REDEFINES WS-MIX-VALUES.
               05 WS-MIX-ENTRY OCCURS 6 TIMES
                               INDEXED BY WS-MIX-IDX.
                   10 WMX-DENOM        PIC X(03).
                   10 WMX-PERCENT      PIC 9(03).
                   10 WMX-STRAP        PIC 9(5)V99.
           01 WS-MIX-COUNT          PIC 9 VALUE 6.

      *    --- Branches ---
           01 WS-BR-MAX             PIC 999 VALUE 100.
           01 WS-BR-TABLE.
               05 WS-BR-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-BR-IDX.
                   10 WBR-BRANCH       PIC X(06).
                   10 WBR-LIMIT        PIC 9(9)V99.
                   10 WBR-MINIMUM      PIC 9(9)V99.
                   10 WBR-COUNTERPARTY PIC X(03).
                   10 WBR-DAY-NET      PIC S9(11)V99
                                           OCCURS 5 TIMES.
                   10 WBR-ATM-NET      PIC S9(11)V99.
           01 WS-BR-COUNT           PIC 999 VALUE 0.
           01 WS-BR-FOUND-IDX       PIC 999 VALUE 0.
           01 WS-FIND-BRANCH        PIC X(06).

      *    --- Vault positions, one row per branch and denomination ---
           01 WS-VP-MAX             PIC 9(4) VALUE 1000.
           01 WS-VP-TABLE.
               05 WS-VP-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-VP-IDX.
                   10 WVP-RECORD       PIC X(80).
           01 WS-VP-COUNT           PIC 9(4) VALUE 0.
           01 WS-VP-FOUND-IDX       PIC 9(4) VALUE 0.
           01 WS-FIND-DENOM         PIC X(03).
           01 WS-ALREADY-APPLIED    PIC X VALUE "N".
               88 DAY-ALREADY-APPLIED  VALUE "Y".

      *    --- Teller to branch ---
           01 WS-TM-MAX             PIC 999 VALUE 300.
           01 WS-TM-TABLE.
               05 WS-TM-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-TM-IDX.
                   10 WTM-TELLER       PIC X(06).
                   10 WTM-BRANCH       PIC X(06).
           01 WS-TM-COUNT           PIC 999 VALUE 0.
           01 WS-FIND-TELLER        PIC X(06).
           01 WS-TELLER-BRANCH      PIC X(06).

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-CUTOFF-JULIAN      PIC 9(7).
           01 WS-FIRST-HIST-JULIAN  PIC 9(7).
           01 WS-HIST-WEEKS         PIC 99 VALUE 1.
           01 WS-ROW-DATE           PIC X(10).
           01 WS-ROW-DATE-INT       PIC 9(8).
           01 WS-ROW-JULIAN         PIC 9(7).
           01 WS-ROW-DOW            PIC 9.
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-DELIVER-BY         PIC X(10).

      *    --- Current row, decomposed ---
           01 WS-ROW-AMOUNT-X       PIC X(11).
           01 WS-ROW-AMOUNT REDEFINES WS-ROW-AMOUNT-X
                               PIC 9(9)V99.
           01 WS-ROW-AMOUNT-2       PIC 9(9)V99.
           01 WS-ROW-TYPE           PIC X(03).
           01 WS-ROW-DIRECTION      PIC X(01).
           01 WS-UNCOVERED          PIC 9(9)V99.
           01 WS-GL-TYPE            PIC X(03).
           01 WS-GL-AMOUNT          PIC 9(9)V99.

      *    --- One branch's plan ---
           01 WS-BR-ON-HAND         PIC S9(11)V99.
           01 WS-BR-TRANSIT-IN      PIC 9(11)V99.
           01 WS-BR-TRANSIT-OUT     PIC 9(11)V99.
           01 WS-DAY-AVG            PIC S9(11)V99 OCCURS 5 TIMES.
           01 WS-DAY-IDX            PIC 9.
           01 WS-RUNNING-NET        PIC S9(11)V99.
           01 WS-PEAK-NEED          PIC S9(11)V99.
           01 WS-ATM-WEEKLY         PIC S9(11)V99.
           01 WS-NEED               PIC S9(11)V99.
           01 WS-TARGET             PIC S9(11)V99.
           01 WS-AVAILABLE          PIC S9(11)V99.
           01 WS-ACTION-AMOUNT      PIC S9(11)V99.
           01 WS-ACTION-UNITS       PIC 9(9).
           01 WS-ORDER-UNIT         PIC 9(5)V99 VALUE 1000.00.
           01 WS-ACTION             PIC X VALUE SPACE.
               88 ACTION-ORDER         VALUE "O".
               88 ACTION-SHIP          VALUE "S".
               88 ACTION-NONE          VALUE " ".
           01 WS-ACTION-REASON      PIC X(20).
           01 WS-LIMIT-BLOCKED      PIC X VALUE "N".
           01 WS-DENOM-AMOUNT       PIC 9(9)V99.
           01 WS-DENOM-STRAPS       PIC 9(7).
           01 WS-SHIP-LEFT          PIC S9(11)V99.
           01 WS-SHIP-AVAIL         PIC S9(11)V99.
           01 WS-LINE-TOTAL         PIC 9(11)V99.

      *    --- Counters ---
           01 WS-MOVE-COUNT         PIC 9(5) VALUE 0.
           01 WS-ATM-COUNT          PIC 9(5) VALUE 0.
           01 WS-SHIP-COUNT         PIC 9(5) VALUE 0.
           01 WS-GL-COUNT           PIC 9(5) VALUE 0.
           01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
           01 WS-OVER-LIMIT-COUNT   PIC 999 VALUE 0.
           01 WS-UNDER-MIN-COUNT    PIC 999 VALUE 0.
           01 WS-ORDERS-COUNT       PIC 999 VALUE 0.
           01 WS-SHIPS-COUNT        PIC 999 VALUE 0.
           01 WS-ORDER-LINES        PIC 9(5) VALUE 0.
           01 WS-TOTAL-ORDERED      PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-SHIPPED      PIC 9(11)V99 VALUE 0.

      *    --- Display ---
           01 WS-OUT-LINE           PIC X(110).
           01 WS-DISP-A             PIC $$$,$$$,$$9.99-.
           01 WS-DISP-B             PIC $$$,$$$,$$9.99-.
           01 WS-DISP-C             PIC $$$,$$$,$$9.99-.
           01 WS-DISP-DAY           PIC $$,$$$,$$9-.
           01 WS-DISP-STRAPS        PIC ZZZ,ZZ9.
           01 WS-DISP-TOTAL         PIC $$$,$$$,$$$,$$9.99.
           01 WS-DAY-NAMES          PIC X(15) VALUE "MONTUEWEDTHUFRI".
           01 WS-OUT-POS            PIC 999.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-VAULT-LIMITS
               PERFORM LOAD-POSITIONS
               PERFORM LOAD-TELLER-BRANCHES
               PERFORM SCAN-TELLER-HISTORY
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open VAULT-CASH-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               IF NOT DAY-ALREADY-APPLIED
                   OPEN OUTPUT GL-OUT-FILE
               END-IF
               OPEN OUTPUT ORDER-FILE
               PERFORM WRITE-REPORT-HEADING
               IF DAY-ALREADY-APPLIED
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  Positions already brought forward to "
                       WS-TODAY " - movements and GL not redone"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY "  Vault positions already at " WS-TODAY
                       " - movements not applied again"
               END-IF
               PERFORM APPLY-VAULT-MOVEMENTS
               PERFORM APPLY-ATM-REPLENISH
               PERFORM APPLY-CASH-SHIPMENTS
               PERFORM PLAN-ONE-BRANCH
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT = 0
                   MOVE "  NO BRANCH VAULTS ON FILE" TO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE ORDER-FILE
               CLOSE REPORT-FILE
               IF NOT DAY-ALREADY-APPLIED
                   CLOSE GL-OUT-FILE
                   PERFORM REWRITE-POSITIONS
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
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2)
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
               COMPUTE WS-CUTOFF-JULIAN =
                   WS-TODAY-JULIAN - WS-FORECAST-WEEKS * 7 + 1
               MOVE WS-TODAY-JULIAN TO WS-FIRST-HIST-JULIAN
      *        Delivery is due the next business day - Friday's
      *        order arrives Monday.
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
               MOVE WS-NEXT-BUS-INT(1:4) TO WS-DELIVER-BY(1:4)
               MOVE "-"                  TO WS-DELIVER-BY(5:1)
               MOVE WS-NEXT-BUS-INT(5:2) TO WS-DELIVER-BY(6:2)
               MOVE "-"                  TO WS-DELIVER-BY(8:1)
               MOVE WS-NEXT-BUS-INT(7:2) TO WS-DELIVER-BY(9:2).

      *    A YYYY-MM-DD row date to its day number and weekday
      *    (1 = Monday); a date that is not a date gives day 0.
           CONVERT-ROW-DATE.
               MOVE 0 TO WS-ROW-JULIAN
               MOVE 0 TO WS-ROW-DOW
               IF WS-ROW-DATE(1:4) IS NUMERIC
               AND WS-ROW-DATE(6:2) IS NUMERIC
               AND WS-ROW-DATE(9:2) IS NUMERIC
                   MOVE WS-ROW-DATE(1:4) TO WS-ROW-DATE-INT(1:4)
                   MOVE WS-ROW-DATE(6:2) TO WS-ROW-DATE-INT(5:2)
                   MOVE WS-ROW-DATE(9:2) TO WS-ROW-DATE-INT(7:2)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE-INT)
                       = 0
                       COMPUTE WS-ROW-JULIAN =
                           FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-INT)
                       COMPUTE WS-DOW-JULIAN = WS-ROW-JULIAN - 1
                       DIVIDE WS-DOW-JULIAN BY 7
                           GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
                       COMPUTE WS-ROW-DOW = WS-DOW-REM + 1
                   END-IF
               END-IF.

      *================================================================
      *    Loads
      *================================================================
      *    Row: branch(1:6) insured limit(8:11) minimum(20:11)
      *    counterparty(32:3). A blank or bad amount keeps the
      *    default.
           LOAD-VAULT-LIMITS.
               OPEN INPUT LIMITS-FILE
               IF NOT WS-LIMIT-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOAD-ONE-LIMIT
                   UNTIL END-OF-LIMITS
               CLOSE LIMITS-FILE.

           LOAD-ONE-LIMIT.
               READ LIMITS-FILE INTO LIMITS-IO
               AT END
                   MOVE "Y" TO WS-EOF-LIMIT
               NOT AT END
                   IF LIMITS-IO(1:1) NOT = "*"
                   AND LIMITS-IO(1:6) NOT = SPACES
                       MOVE LIMITS-IO(1:6) TO WS-FIND-BRANCH
                       PERFORM FIND-OR-ADD-BRANCH
                       IF WS-BR-FOUND-IDX > 0
                           IF LIMITS-IO(8:11) IS NUMERIC
                               MOVE LIMITS-IO(8:11)
                                   TO WS-ROW-AMOUNT-X
                               MOVE WS-ROW-AMOUNT
                                   TO WBR-LIMIT(WS-BR-FOUND-IDX)
                           END-IF
                           IF LIMITS-IO(20:11) IS NUMERIC
                               MOVE LIMITS-IO(20:11)
                                   TO WS-ROW-AMOUNT-X
                               MOVE WS-ROW-AMOUNT
                                   TO WBR-MINIMUM(WS-BR-FOUND-IDX)
                           END-IF
                           IF LIMITS-IO(32:3) = "FED"
                           OR LIMITS-IO(32:3) = "COR"
                               MOVE LIMITS-IO(32:3)
                                   TO WBR-COUNTERPARTY(WS-BR-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-READ.

           LOAD-POSITIONS.
               OPEN INPUT POSITION-FILE
               IF NOT WS-POS-FILE-OK
                   DISPLAY "  VAULT-POSITIONS.dat not found - every "
                       "vault starts empty"
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOAD-ONE-POSITION
                   UNTIL END-OF-POSITIONS
               CLOSE POSITION-FILE.

           LOAD-ONE-POSITION.
               READ POSITION-FILE INTO POSITION-IO
               AT END
                   MOVE "Y" TO WS-EOF-POS
               NOT AT END
                   IF POSITION-IO NOT = SPACES
                       IF WS-VP-COUNT < WS-VP-MAX
                           ADD 1 TO WS-VP-COUNT
                           MOVE POSITION-IO
                               TO WVP-RECORD(WS-VP-COUNT)
                           MOVE POSITION-IO TO VAULT-POSITION-RECORD
                           IF VP-AS-OF-DATE = WS-TODAY
                               MOVE "Y" TO WS-ALREADY-APPLIED
                           END-IF
                           MOVE VP-BRANCH TO WS-FIND-BRANCH
                           PERFORM FIND-OR-ADD-BRANCH
                       ELSE
                           DISPLAY "  WARNING: VAULT-POSITIONS.dat "
                               "over " WS-VP-MAX " rows - the rest "
                               "are not carried"
                       END-IF
                   END-IF
               END-READ.

      *    Row: teller(1:6) branch(8:6) - the DRAWER-PROOF float
      *    roster.
           LOAD-TELLER-BRANCHES.
               OPEN INPUT FLOATS-FILE
               IF NOT WS-FLOAT-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOAD-ONE-FLOAT
                   UNTIL END-OF-FLOATS
               CLOSE FLOATS-FILE.

           LOAD-ONE-FLOAT.
               READ FLOATS-FILE INTO FLOATS-IO
               AT END
                   MOVE "Y" TO WS-EOF-FLOAT
               NOT AT END
                   IF FLOATS-IO(1:1) NOT = "*"
                   AND FLOATS-IO(1:6) NOT = SPACES
                   AND FLOATS-IO(8:6) NOT = SPACES
                       MOVE FLOATS-IO(1:6) TO WS-FIND-TELLER
                       MOVE FLOATS-IO(8:6) TO WS-TELLER-BRANCH
                       PERFORM NOTE-TELLER-BRANCH
                   END-IF
               END-READ.

      *    First branch seen for a teller stands.
           NOTE-TELLER-BRANCH.
               PERFORM FIND-TELLER-BRANCH
               IF WS-TM-IDX > WS-TM-COUNT
               AND WS-TM-COUNT < WS-TM-MAX
                   ADD 1 TO WS-TM-COUNT
                   MOVE WS-FIND-TELLER TO WTM-TELLER(WS-TM-COUNT)
                   MOVE WS-TELLER-BRANCH TO WTM-BRANCH(WS-TM-COUNT)
               END-IF.

      *    Leaves WS-TM-IDX on the hit, past the end on a miss.
           FIND-TELLER-BRANCH.
               PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-COUNT
                   OR WTM-TELLER(WS-TM-IDX) = WS-FIND-TELLER
                   CONTINUE
               END-PERFORM.

      *================================================================
      *    Teller history: each branch's net cash paid out by
      *    weekday over the window - withdrawals paid less deposits
      *    taken, cash rows only, as DRAWER-PROOF reads them.
      *================================================================
           SCAN-TELLER-HISTORY.
               OPEN INPUT TELLER-LOG-FILE
               IF NOT WS-TLOG-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM SCAN-ONE-LOG-ROW
                   UNTIL END-OF-TELLER-LOG
               CLOSE TELLER-LOG-FILE
               COMPUTE WS-HIST-WEEKS =
                   (WS-TODAY-JULIAN - WS-FIRST-HIST-JULIAN) / 7 + 1
               IF WS-HIST-WEEKS > WS-FORECAST-WEEKS
                   MOVE WS-FORECAST-WEEKS TO WS-HIST-WEEKS
               END-IF.

           SCAN-ONE-LOG-ROW.
               READ TELLER-LOG-FILE INTO TELLER-LOG-IO
               AT END
                   MOVE "Y" TO WS-EOF-TLOG
               NOT AT END
                   IF TELLER-LOG-IO(21:6) NOT = SPACES
                   AND TELLER-LOG-IO(28:6) NOT = SPACES
                       MOVE TELLER-LOG-IO(21:6) TO WS-FIND-TELLER
                       MOVE TELLER-LOG-IO(28:6) TO WS-TELLER-BRANCH
                       PERFORM NOTE-TELLER-BRANCH
                   END-IF
                   MOVE TELLER-LOG-IO(1:10) TO WS-ROW-DATE
                   PERFORM CONVERT-ROW-DATE
                   IF WS-ROW-JULIAN >= WS-CUTOFF-JULIAN
                   AND WS-ROW-JULIAN <= WS-TODAY-JULIAN
                   AND WS-ROW-DOW >= 1 AND WS-ROW-DOW <= 5
                   AND TELLER-LOG-IO(93:1) = "C"
                   AND TELLER-LOG-IO(50:11) IS NUMERIC
                   AND TELLER-LOG-IO(28:6) NOT = SPACES
                       IF WS-ROW-JULIAN < WS-FIRST-HIST-JULIAN
                           MOVE WS-ROW-JULIAN TO WS-FIRST-HIST-JULIAN
                       END-IF
                       MOVE TELLER-LOG-IO(28:6) TO WS-FIND-BRANCH
                       PERFORM FIND-OR-ADD-BRANCH
                       MOVE TELLER-LOG-IO(46:3) TO WS-ROW-TYPE
                       MOVE TELLER-LOG-IO(50:11) TO WS-ROW-AMOUNT-X
                       IF WS-BR-FOUND-IDX > 0
                           IF WS-ROW-TYPE = "WDR"
                               ADD WS-ROW-AMOUNT TO
                                   WBR-DAY-NET(WS-BR-FOUND-IDX,
                                               WS-ROW-DOW)
                           END-IF
                           IF WS-ROW-TYPE = "DEP"
                               SUBTRACT WS-ROW-AMOUNT FROM
                                   WBR-DAY-NET(WS-BR-FOUND-IDX,
                                               WS-ROW-DOW)
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    Tonight's movements
      *================================================================
      *    Row: date(1:10) teller(12:6) direction(19:1) amount(21:11)
      *    denomination(33:3). A teller's buy (B) leaves the vault, a
      *    sell (S) comes back to it.
           APPLY-VAULT-MOVEMENTS.
               IF DAY-ALREADY-APPLIED
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT VAULT-FILE
               IF NOT WS-VAULT-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM APPLY-ONE-VAULT-ROW
                   UNTIL END-OF-VAULT
               CLOSE VAULT-FILE.

           APPLY-ONE-VAULT-ROW.
               READ VAULT-FILE INTO VAULT-IO
               AT END
                   MOVE "Y" TO WS-EOF-VAULT
               NOT AT END
                   IF VAULT-IO(1:10) = WS-TODAY
                   AND VAULT-IO(21:11) IS NUMERIC
                       ADD 1 TO WS-MOVE-COUNT
                       MOVE VAULT-IO(12:6) TO WS-FIND-TELLER
                       PERFORM FIND-TELLER-BRANCH
                       MOVE VAULT-IO(21:11) TO WS-ROW-AMOUNT-X
                       MOVE VAULT-IO(19:1) TO WS-ROW-DIRECTION
                       IF WS-TM-IDX > WS-TM-COUNT
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "  *** VAULT MOVEMENT FOR TELLER "
                               WS-FIND-TELLER " - NO BRANCH ON FILE, "
                               "NOT APPLIED"
                               DELIMITED BY SIZE INTO WS-OUT-LINE
                           PERFORM WRITE-EXCEPTION-LINE
                       ELSE
                           MOVE WTM-BRANCH(WS-TM-IDX)
                               TO WS-FIND-BRANCH
                           MOVE VAULT-IO(33:3) TO WS-FIND-DENOM
                           PERFORM FIND-OR-ADD-POSITION
                           IF WS-VP-FOUND-IDX > 0
                               MOVE WVP-RECORD(WS-VP-FOUND-IDX)
                                   TO VAULT-POSITION-RECORD
                               IF WS-ROW-DIRECTION = "B"
                                   SUBTRACT WS-ROW-AMOUNT
                                       FROM VP-ON-HAND
                               END-IF
                               IF WS-ROW-DIRECTION = "S"
                                   ADD WS-ROW-AMOUNT TO VP-ON-HAND
                               END-IF
                               MOVE VAULT-POSITION-RECORD
                                   TO WVP-RECORD(WS-VP-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *    Row: date(1:10) branch(12:6) terminal(19:8)
      *    denomination(28:3) loaded(32:11) returned(44:11). Today's
      *    rows move the vault; every row in the window counts
      *    toward the forecast's weekly ATM need.
           APPLY-ATM-REPLENISH.
               OPEN INPUT ATM-FILE
               IF NOT WS-ATM-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM APPLY-ONE-ATM-ROW
                   UNTIL END-OF-ATM
               CLOSE ATM-FILE.

           APPLY-ONE-ATM-ROW.
               READ ATM-FILE INTO ATM-IO
               AT END
                   MOVE "Y" TO WS-EOF-ATM
               NOT AT END
                   MOVE 0 TO WS-ROW-AMOUNT
                   MOVE 0 TO WS-ROW-AMOUNT-2
                   IF ATM-IO(44:11) IS NUMERIC
                       MOVE ATM-IO(44:11) TO WS-ROW-AMOUNT-X
                       MOVE WS-ROW-AMOUNT TO WS-ROW-AMOUNT-2
                   END-IF
                   MOVE 0 TO WS-ROW-AMOUNT
                   IF ATM-IO(32:11) IS NUMERIC
                       MOVE ATM-IO(32:11) TO WS-ROW-AMOUNT-X
                   END-IF
                   MOVE ATM-IO(1:10) TO WS-ROW-DATE
                   PERFORM CONVERT-ROW-DATE
                   IF ATM-IO(12:6) NOT = SPACES
                   AND ATM-IO(1:1) NOT = "*"
                   AND WS-ROW-JULIAN >= WS-CUTOFF-JULIAN
                   AND WS-ROW-JULIAN <= WS-TODAY-JULIAN
                       MOVE ATM-IO(12:6) TO WS-FIND-BRANCH
                       PERFORM FIND-OR-ADD-BRANCH
                       IF WS-BR-FOUND-IDX > 0
                           ADD WS-ROW-AMOUNT
                               TO WBR-ATM-NET(WS-BR-FOUND-IDX)
                           SUBTRACT WS-ROW-AMOUNT-2
                               FROM WBR-ATM-NET(WS-BR-FOUND-IDX)
                       END-IF
                       IF ATM-IO(1:10) = WS-TODAY
                       AND NOT DAY-ALREADY-APPLIED
                           ADD 1 TO WS-ATM-COUNT
                           MOVE ATM-IO(28:3) TO WS-FIND-DENOM
                           PERFORM FIND-OR-ADD-POSITION
                           IF WS-VP-FOUND-IDX > 0
                               MOVE WVP-RECORD(WS-VP-FOUND-IDX)
                                   TO VAULT-POSITION-RECORD
                               SUBTRACT WS-ROW-AMOUNT FROM VP-ON-HAND
                               ADD WS-ROW-AMOUNT-2 TO VP-ON-HAND
                               MOVE VAULT-POSITION-RECORD
                                   TO WVP-RECORD(WS-VP-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *    Today's shipment events. A rerun of a date already
      *    brought forward leaves the first run's VAULT-CASH-GL.dat
      *    as it stands.
           APPLY-CASH-SHIPMENTS.
               IF DAY-ALREADY-APPLIED
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT SHIPMENT-FILE
               IF NOT WS-SHIP-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM APPLY-ONE-SHIPMENT
                   UNTIL END-OF-SHIPMENTS
               CLOSE SHIPMENT-FILE.

           APPLY-ONE-SHIPMENT.
               READ SHIPMENT-FILE INTO CASH-SHIPMENT-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SHIP
               NOT AT END
                   IF CS-DATE = WS-TODAY
                   AND CS-BRANCH NOT = SPACES
                       PERFORM APPLY-SHIPMENT-EVENT
                   END-IF
               END-READ.

           APPLY-SHIPMENT-EVENT.
               IF CS-AMOUNT IS NOT NUMERIC
               OR NOT (CS-DISPATCHED OR CS-RECEIVED
                       OR CS-SHIPPED OR CS-CREDITED)
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  *** SHIPMENT " CS-REFERENCE " BRANCH "
                       CS-BRANCH " - BAD EVENT OR AMOUNT, NOT APPLIED"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-EXCEPTION-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SHIP-COUNT
               MOVE CS-BRANCH TO WS-FIND-BRANCH
               MOVE CS-DENOM TO WS-FIND-DENOM
               PERFORM FIND-OR-ADD-POSITION
               IF WS-VP-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WVP-RECORD(WS-VP-FOUND-IDX)
                   TO VAULT-POSITION-RECORD
               MOVE CS-AMOUNT TO WS-GL-AMOUNT
               EVALUATE TRUE
                   WHEN CS-DISPATCHED
                       ADD CS-AMOUNT TO VP-IN-TRANSIT-IN
                       MOVE "CTI" TO WS-GL-TYPE
                       PERFORM WRITE-TRANSIT-GL
                   WHEN CS-RECEIVED
      *                A receipt ahead of its dispatch row: book the
      *                missing leg so transit stays whole.
                       IF CS-AMOUNT > VP-IN-TRANSIT-IN
                           COMPUTE WS-UNCOVERED =
                               CS-AMOUNT - VP-IN-TRANSIT-IN
                           MOVE 0 TO VP-IN-TRANSIT-IN
                           MOVE "CTI" TO WS-GL-TYPE
                           MOVE WS-UNCOVERED TO WS-GL-AMOUNT
                           PERFORM WRITE-TRANSIT-GL
                           MOVE CS-AMOUNT TO WS-GL-AMOUNT
                       ELSE
                           SUBTRACT CS-AMOUNT FROM VP-IN-TRANSIT-IN
                       END-IF
                       ADD CS-AMOUNT TO VP-ON-HAND
                       MOVE "CTR" TO WS-GL-TYPE
                       PERFORM WRITE-TRANSIT-GL
                   WHEN CS-SHIPPED
                       SUBTRACT CS-AMOUNT FROM VP-ON-HAND
                       ADD CS-AMOUNT TO VP-IN-TRANSIT-OUT
                       MOVE "CTO" TO WS-GL-TYPE
                       PERFORM WRITE-TRANSIT-GL
                   WHEN CS-CREDITED
      *                A credit for more than is outbound settles
      *                what is in transit and is reported - the
      *                rest is the counterparty's error to chase.
                       IF CS-AMOUNT > VP-IN-TRANSIT-OUT
                           MOVE VP-IN-TRANSIT-OUT TO WS-GL-AMOUNT
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "  *** CREDIT " CS-REFERENCE
                               " BRANCH " CS-BRANCH
                               " EXCEEDS CASH IN TRANSIT OUT"
                               DELIMITED BY SIZE INTO WS-OUT-LINE
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
                       SUBTRACT WS-GL-AMOUNT FROM VP-IN-TRANSIT-OUT
                       MOVE "CTC" TO WS-GL-TYPE
                       IF WS-GL-AMOUNT > 0
                           PERFORM WRITE-TRANSIT-GL
                       END-IF
               END-EVALUATE
               MOVE VAULT-POSITION-RECORD
                   TO WVP-RECORD(WS-VP-FOUND-IDX).

      *    The branch in the account slot, the counterparty as the
      *    target - the DRAWER-PROOF side-feed shape.
           WRITE-TRANSIT-GL.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY            TO TR-DATE
               MOVE CS-BRANCH           TO TR-ACCOUNT-ID
               MOVE WS-GL-TYPE          TO TR-TXN-TYPE
               MOVE WS-GL-AMOUNT        TO TR-AMOUNT
               MOVE CS-COUNTERPARTY     TO TR-TARGET-ACCOUNT
               MOVE SPACES              TO TR-DESCRIPTION
               STRING "CASH SHIPMENT " DELIMITED SIZE
                   CS-REFERENCE DELIMITED SIZE
                   " " DELIMITED SIZE
                   CS-DENOM DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "APR"               TO TR-STATUS
               MOVE TRANSACTION-RECORD  TO GL-OUT-RECORD
               WRITE GL-OUT-RECORD
               ADD 1 TO WS-GL-COUNT.

           FIND-OR-ADD-BRANCH.
               MOVE 0 TO WS-BR-FOUND-IDX
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                   OR WS-BR-FOUND-IDX > 0
                   IF WBR-BRANCH(WS-BR-IDX) = WS-FIND-BRANCH
                       SET WS-BR-FOUND-IDX TO WS-BR-IDX
                   END-IF
               END-PERFORM
               IF WS-BR-FOUND-IDX = 0
               AND WS-BR-COUNT < WS-BR-MAX
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-FIND-BRANCH TO WBR-BRANCH(WS-BR-COUNT)
                   MOVE WS-DEFAULT-INSURED-LIMIT
                       TO WBR-LIMIT(WS-BR-COUNT)
                   MOVE WS-DEFAULT-MINIMUM
                       TO WBR-MINIMUM(WS-BR-COUNT)
                   MOVE WS-DEFAULT-COUNTERPARTY
                       TO WBR-COUNTERPARTY(WS-BR-COUNT)
                   MOVE 0 TO WBR-DAY-NET(WS-BR-COUNT, 1)
                   MOVE 0 TO WBR-DAY-NET(WS-BR-COUNT, 2)
                   MOVE 0 TO WBR-DAY-NET(WS-BR-COUNT, 3)
                   MOVE 0 TO WBR-DAY-NET(WS-BR-COUNT, 4)
                   MOVE 0 TO WBR-DAY-NET(WS-BR-COUNT, 5)
                   MOVE 0 TO WBR-ATM-NET(WS-BR-COUNT)
                   MOVE WS-BR-COUNT TO WS-BR-FOUND-IDX
               END-IF.

      *    WS-FIND-BRANCH / WS-FIND-DENOM; a blank or unknown
      *    denomination is held as MIX. A new row opens empty.
           FIND-OR-ADD-POSITION.
               IF WS-FIND-DENOM = SPACES
                   MOVE "MIX" TO WS-FIND-DENOM
               END-IF
               MOVE WS-FIND-DENOM TO VP-DENOM
               IF NOT (VP-NOTE-DENOM OR VP-COIN OR VP-MIXED)
                   MOVE "MIX" TO WS-FIND-DENOM
               END-IF
               PERFORM FIND-OR-ADD-BRANCH
               MOVE 0 TO WS-VP-FOUND-IDX
               PERFORM VARYING WS-VP-IDX FROM 1 BY 1
                   UNTIL WS-VP-IDX > WS-VP-COUNT
                   OR WS-VP-FOUND-IDX > 0
                   IF WVP-RECORD(WS-VP-IDX)(1:6) = WS-FIND-BRANCH
                   AND WVP-RECORD(WS-VP-IDX)(7:3) = WS-FIND-DENOM
                       SET WS-VP-FOUND-IDX TO WS-VP-IDX
                   END-IF
               END-PERFORM
               IF WS-VP-FOUND-IDX = 0
                   IF WS-VP-COUNT < WS-VP-MAX
                       ADD 1 TO WS-VP-COUNT
                       MOVE SPACES TO VAULT-POSITION-RECORD
                       MOVE WS-FIND-BRANCH TO VP-BRANCH
                       MOVE WS-FIND-DENOM TO VP-DENOM
                       MOVE 0 TO VP-ON-HAND
                       MOVE 0 TO VP-IN-TRANSIT-IN
                       MOVE 0 TO VP-IN-TRANSIT-OUT
                       MOVE VAULT-POSITION-RECORD
                           TO WVP-RECORD(WS-VP-COUNT)
                       MOVE WS-VP-COUNT TO WS-VP-FOUND-IDX
                   ELSE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  *** VAULT-POSITIONS FULL - "
                           WS-FIND-BRANCH " " WS-FIND-DENOM
                           " NOT CARRIED"
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF.

      *================================================================
      *    Per branch: position, forecast, order, flags
      *================================================================
           PLAN-ONE-BRANCH.
               MOVE 0 TO WS-BR-ON-HAND
               MOVE 0 TO WS-BR-TRANSIT-IN
               MOVE 0 TO WS-BR-TRANSIT-OUT
               PERFORM WRITE-BRANCH-HEADING
               PERFORM VARYING WS-VP-IDX FROM 1 BY 1
                   UNTIL WS-VP-IDX > WS-VP-COUNT
                   IF WVP-RECORD(WS-VP-IDX)(1:6)
                       = WBR-BRANCH(WS-BR-IDX)
                       PERFORM WRITE-POSITION-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-OUT-LINE
               MOVE "TOTAL" TO WS-OUT-LINE(5:5)
               MOVE WS-BR-ON-HAND TO WS-DISP-A
               MOVE WS-DISP-A TO WS-OUT-LINE(12:15)
               MOVE WS-BR-TRANSIT-IN TO WS-DISP-B
               MOVE WS-DISP-B TO WS-OUT-LINE(30:15)
               MOVE WS-BR-TRANSIT-OUT TO WS-DISP-C
               MOVE WS-DISP-C TO WS-OUT-LINE(48:15)
               PERFORM WRITE-REPORT-LINE
               PERFORM FORECAST-BRANCH-NEED
               PERFORM DECIDE-BRANCH-ACTION
               PERFORM FLAG-BRANCH-LIMITS
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-BRANCH-HEADING.
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WBR-LIMIT(WS-BR-IDX) TO WS-DISP-A
               MOVE WBR-MINIMUM(WS-BR-IDX) TO WS-DISP-B
               MOVE SPACES TO WS-OUT-LINE
               STRING "  BRANCH " WBR-BRANCH(WS-BR-IDX)
                   "   COUNTERPARTY " WBR-COUNTERPARTY(WS-BR-IDX)
                   "   INSURED LIMIT " WS-DISP-A
                   "   MINIMUM " WS-DISP-B
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE "DENOM" TO WS-OUT-LINE(4:5)
               MOVE "ON HAND" TO WS-OUT-LINE(19:7)
               MOVE "IN TRANSIT IN" TO WS-OUT-LINE(31:13)
               MOVE "IN TRANSIT OUT" TO WS-OUT-LINE(48:14)
               PERFORM WRITE-REPORT-LINE.

           WRITE-POSITION-LINE.
               MOVE WVP-RECORD(WS-VP-IDX) TO VAULT-POSITION-RECORD
               ADD VP-ON-HAND TO WS-BR-ON-HAND
               ADD VP-IN-TRANSIT-IN TO WS-BR-TRANSIT-IN
               ADD VP-IN-TRANSIT-OUT TO WS-BR-TRANSIT-OUT
               IF NOT DAY-ALREADY-APPLIED
                   MOVE WS-TODAY TO VP-AS-OF-DATE
                   MOVE VAULT-POSITION-RECORD TO WVP-RECORD(WS-VP-IDX)
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               MOVE VP-DENOM TO WS-OUT-LINE(5:3)
               MOVE VP-ON-HAND TO WS-DISP-A
               MOVE WS-DISP-A TO WS-OUT-LINE(12:15)
               MOVE VP-IN-TRANSIT-IN TO WS-DISP-B
               MOVE WS-DISP-B TO WS-OUT-LINE(30:15)
               MOVE VP-IN-TRANSIT-OUT TO WS-DISP-C
               MOVE WS-DISP-C TO WS-OUT-LINE(48:15)
               IF VP-ON-HAND < 0
                   MOVE "*** BELOW ZERO - RECOUNT" TO WS-OUT-LINE(66:24)
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               PERFORM WRITE-REPORT-LINE.

      *    Each weekday's average net payout, run Monday to Friday;
      *    the deepest point the run reaches is what the vault has
      *    to carry into the week. A weekday that takes in more
      *    than it pays out lifts the run back up.
           FORECAST-BRANCH-NEED.
               MOVE 0 TO WS-RUNNING-NET
               MOVE 0 TO WS-PEAK-NEED
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  NEXT WEEK NET CASH OUT:" TO WS-OUT-LINE(1:25)
               MOVE 27 TO WS-OUT-POS
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 5
                   COMPUTE WS-DAY-AVG(WS-DAY-IDX) ROUNDED =
                       WBR-DAY-NET(WS-BR-IDX, WS-DAY-IDX)
                       / WS-HIST-WEEKS
                   ADD WS-DAY-AVG(WS-DAY-IDX) TO WS-RUNNING-NET
                   IF WS-RUNNING-NET > WS-PEAK-NEED
                       MOVE WS-RUNNING-NET TO WS-PEAK-NEED
                   END-IF
                   MOVE WS-DAY-NAMES((WS-DAY-IDX - 1) * 3 + 1:3)
                       TO WS-OUT-LINE(WS-OUT-POS:3)
                   MOVE WS-DAY-AVG(WS-DAY-IDX) TO WS-DISP-DAY
                   MOVE WS-DISP-DAY TO WS-OUT-LINE(WS-OUT-POS + 4:11)
                   ADD 16 TO WS-OUT-POS
               END-PERFORM
               PERFORM WRITE-REPORT-LINE
               COMPUTE WS-ATM-WEEKLY ROUNDED =
                   WBR-ATM-NET(WS-BR-IDX) / WS-HIST-WEEKS
               IF WS-ATM-WEEKLY < 0
                   MOVE 0 TO WS-ATM-WEEKLY
               END-IF
               COMPUTE WS-NEED = WS-PEAK-NEED + WS-ATM-WEEKLY
               COMPUTE WS-TARGET = WS-NEED + WBR-MINIMUM(WS-BR-IDX)
               COMPUTE WS-AVAILABLE = WS-BR-ON-HAND + WS-BR-TRANSIT-IN
               MOVE WS-PEAK-NEED TO WS-DISP-A
               MOVE WS-ATM-WEEKLY TO WS-DISP-B
               MOVE WS-NEED TO WS-DISP-C
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PEAK TELLER NEED " WS-DISP-A
                   "  ATM LOADS " WS-DISP-B
                   "  WEEK NEED " WS-DISP-C
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TARGET TO WS-DISP-A
               MOVE WS-AVAILABLE TO WS-DISP-B
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TARGET (NEED + MINIMUM) " WS-DISP-A
                   "  AVAILABLE (VAULT + INBOUND) " WS-DISP-B
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

      *    Order up to the target but never past the insured limit;
      *    ship back only what sits over the limit, down to the
      *    target, out of cash actually in the vault.
           DECIDE-BRANCH-ACTION.
               MOVE SPACE TO WS-ACTION
               MOVE "N" TO WS-LIMIT-BLOCKED
               MOVE 0 TO WS-ACTION-AMOUNT
               IF WS-AVAILABLE < WS-TARGET
                   COMPUTE WS-ACTION-AMOUNT = WS-TARGET - WS-AVAILABLE
                   COMPUTE WS-ACTION-UNITS =
                       (WS-ACTION-AMOUNT + WS-ORDER-UNIT - .01)
                       / WS-ORDER-UNIT
                   COMPUTE WS-ACTION-AMOUNT =
                       WS-ACTION-UNITS * WS-ORDER-UNIT
                   IF WS-AVAILABLE + WS-ACTION-AMOUNT
                       > WBR-LIMIT(WS-BR-IDX)
                       MOVE "Y" TO WS-LIMIT-BLOCKED
                       MOVE 0 TO WS-ACTION-AMOUNT
                       IF WBR-LIMIT(WS-BR-IDX) > WS-AVAILABLE
                           COMPUTE WS-ACTION-UNITS =
                               (WBR-LIMIT(WS-BR-IDX) - WS-AVAILABLE)
                               / WS-ORDER-UNIT
                           COMPUTE WS-ACTION-AMOUNT =
                               WS-ACTION-UNITS * WS-ORDER-UNIT
                       END-IF
                   END-IF
                   IF WS-ACTION-AMOUNT > 0
                       MOVE "O" TO WS-ACTION
                       MOVE "COVER WEEK NEED" TO WS-ACTION-REASON
                   END-IF
               ELSE
                   IF WS-BR-ON-HAND > WBR-LIMIT(WS-BR-IDX)
                       COMPUTE WS-ACTION-AMOUNT =
                           WS-AVAILABLE - WS-TARGET
                       IF WS-ACTION-AMOUNT > WS-BR-ON-HAND
                           MOVE WS-BR-ON-HAND TO WS-ACTION-AMOUNT
                       END-IF
                       COMPUTE WS-ACTION-UNITS =
                           WS-ACTION-AMOUNT / WS-ORDER-UNIT
                       COMPUTE WS-ACTION-AMOUNT =
                           WS-ACTION-UNITS * WS-ORDER-UNIT
                       IF WS-ACTION-AMOUNT > 0
                           MOVE "S" TO WS-ACTION
                           MOVE "OVER INSURED LIMIT"
                               TO WS-ACTION-REASON
                       END-IF
                   END-IF
               END-IF
               MOVE 0 TO WS-LINE-TOTAL
               EVALUATE TRUE
                   WHEN ACTION-ORDER
                       ADD 1 TO WS-ORDERS-COUNT
                       PERFORM WRITE-ORDER-BY-MIX
                           VARYING WS-MIX-IDX FROM 1 BY 1
                           UNTIL WS-MIX-IDX > WS-MIX-COUNT
                       ADD WS-LINE-TOTAL TO WS-TOTAL-ORDERED
                       MOVE WS-LINE-TOTAL TO WS-DISP-A
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  RECOMMENDED: ORDER " WS-DISP-A
                           " FROM " WBR-COUNTERPARTY(WS-BR-IDX)
                           " FOR DELIVERY " WS-DELIVER-BY
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM WRITE-REPORT-LINE
                   WHEN ACTION-SHIP
                       ADD 1 TO WS-SHIPS-COUNT
                       MOVE WS-ACTION-AMOUNT TO WS-SHIP-LEFT
                       PERFORM WRITE-SHIP-BY-DENOM
                           VARYING WS-MIX-IDX FROM 1 BY 1
                           UNTIL WS-MIX-IDX > WS-MIX-COUNT
                       ADD WS-LINE-TOTAL TO WS-TOTAL-SHIPPED
                       MOVE WS-LINE-TOTAL TO WS-DISP-A
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  RECOMMENDED: SHIP " WS-DISP-A
                           " TO " WBR-COUNTERPARTY(WS-BR-IDX)
                           " FOR PICKUP " WS-DELIVER-BY
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM WRITE-REPORT-LINE
                   WHEN OTHER
                       MOVE "  RECOMMENDED: NO ORDER - POSITION "
                           & "COVERS NEXT WEEK"
                           TO WS-OUT-LINE
                       PERFORM WRITE-REPORT-LINE
               END-EVALUATE
               IF WS-LIMIT-BLOCKED = "Y"
                   MOVE "  *** INSURED LIMIT CAPS THE ORDER - NEXT "
                       & "WEEK NOT FULLY COVERED"
                       TO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

      *    Each note's share of the order, rounded up to its strap.
           WRITE-ORDER-BY-MIX.
               COMPUTE WS-DENOM-AMOUNT =
                   WS-ACTION-AMOUNT * WMX-PERCENT(WS-MIX-IDX) / 100
               COMPUTE WS-DENOM-STRAPS =
                   (WS-DENOM-AMOUNT + WMX-STRAP(WS-MIX-IDX) - .01)
                   / WMX-STRAP(WS-MIX-IDX)
               COMPUTE WS-DENOM-AMOUNT =
                   WS-DENOM-STRAPS * WMX-STRAP(WS-MIX-IDX)
               IF WS-DENOM-AMOUNT > 0
                   PERFORM WRITE-ORDER-LINE
               END-IF.

      *    Largest notes first, whole straps, out of what the vault
      *    holds of each.
           WRITE-SHIP-BY-DENOM.
               IF WS-SHIP-LEFT <= 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WBR-BRANCH(WS-BR-IDX) TO WS-FIND-BRANCH
               MOVE 0 TO WS-SHIP-AVAIL
               PERFORM VARYING WS-VP-IDX FROM 1 BY 1
                   UNTIL WS-VP-IDX > WS-VP-COUNT
                   IF WVP-RECORD(WS-VP-IDX)(1:6) = WS-FIND-BRANCH
                   AND WVP-RECORD(WS-VP-IDX)(7:3)
                       = WMX-DENOM(WS-MIX-IDX)
                       MOVE WVP-RECORD(WS-VP-IDX)
                           TO VAULT-POSITION-RECORD
                       MOVE VP-ON-HAND TO WS-SHIP-AVAIL
                   END-IF
               END-PERFORM
               IF WS-SHIP-AVAIL > WS-SHIP-LEFT
                   MOVE WS-SHIP-LEFT TO WS-SHIP-AVAIL
               END-IF
               IF WS-SHIP-AVAIL <= 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DENOM-STRAPS =
                   WS-SHIP-AVAIL / WMX-STRAP(WS-MIX-IDX)
               COMPUTE WS-DENOM-AMOUNT =
                   WS-DENOM-STRAPS * WMX-STRAP(WS-MIX-IDX)
               IF WS-DENOM-AMOUNT > 0
                   SUBTRACT WS-DENOM-AMOUNT FROM WS-SHIP-LEFT
                   PERFORM WRITE-ORDER-LINE
               END-IF.

           WRITE-ORDER-LINE.
               MOVE SPACES TO CASH-ORDER-RECORD
               MOVE WS-TODAY TO CO-ORDER-DATE
               MOVE WBR-BRANCH(WS-BR-IDX) TO CO-BRANCH
               MOVE WS-ACTION TO CO-DIRECTION
               MOVE WBR-COUNTERPARTY(WS-BR-IDX) TO CO-COUNTERPARTY
               MOVE WMX-DENOM(WS-MIX-IDX) TO CO-DENOM
               MOVE WS-DENOM-AMOUNT TO CO-AMOUNT
               MOVE WS-DELIVER-BY TO CO-DELIVER-BY
               MOVE WS-ACTION-REASON TO CO-REASON
               MOVE CASH-ORDER-RECORD TO ORDER-OUT-RECORD
               WRITE ORDER-OUT-RECORD
               ADD 1 TO WS-ORDER-LINES
               ADD WS-DENOM-AMOUNT TO WS-LINE-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               MOVE WMX-DENOM(WS-MIX-IDX) TO WS-OUT-LINE(7:3)
               MOVE WS-DENOM-AMOUNT TO WS-DISP-B
               MOVE WS-DISP-B TO WS-OUT-LINE(12:15)
               MOVE WS-DENOM-STRAPS TO WS-DISP-STRAPS
               MOVE WS-DISP-STRAPS TO WS-OUT-LINE(30:7)
               MOVE "STRAPS" TO WS-OUT-LINE(38:6)
               PERFORM WRITE-REPORT-LINE.

           FLAG-BRANCH-LIMITS.
               IF WS-BR-ON-HAND > WBR-LIMIT(WS-BR-IDX)
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE "  *** OVER INSURED CASH LIMIT" TO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY "  *** Branch " WBR-BRANCH(WS-BR-IDX)
                       " vault over its insured cash limit"
               END-IF
               IF WS-BR-ON-HAND < WBR-MINIMUM(WS-BR-IDX)
                   ADD 1 TO WS-UNDER-MIN-COUNT
                   MOVE "  *** UNDER MINIMUM VAULT CASH" TO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY "  *** Branch " WBR-BRANCH(WS-BR-IDX)
                       " vault under its minimum"
               END-IF.

           REWRITE-POSITIONS.
               OPEN OUTPUT POSITION-FILE
               PERFORM VARYING WS-VP-IDX FROM 1 BY 1
                   UNTIL WS-VP-IDX > WS-VP-COUNT
                   MOVE WVP-RECORD(WS-VP-IDX) TO POSITION-IO
                   WRITE POSITION-IO
               END-PERFORM
               CLOSE POSITION-FILE.

      *================================================================
      *    Report
      *================================================================
           WRITE-REPORT-HEADING.
               MOVE ALL "=" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - BRANCH VAULT CASH POSITION - "
                   WS-TODAY
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  Forecast from " WS-HIST-WEEKS
                   " week(s) of teller history; orders due "
                   WS-DELIVER-BY
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "=" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-EXCEPTION-LINE.
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-TOTALS.
               MOVE ALL "=" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TOTAL-ORDERED TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ORDERS: " WS-ORDERS-COUNT "  TOTAL "
                   WS-DISP-TOTAL
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TOTAL-SHIPPED TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  SHIPMENTS: " WS-SHIPS-COUNT "  TOTAL "
                   WS-DISP-TOTAL
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  OVER INSURED LIMIT: " WS-OVER-LIMIT-COUNT
                   "  UNDER MINIMUM: " WS-UNDER-MIN-COUNT
                   "  EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "=" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Branch Vault Cash"
               DISPLAY "=============================================="
               DISPLAY "  Business Date      : " WS-TODAY
               DISPLAY "  Branch Vaults      : " WS-BR-COUNT
               DISPLAY "  Vault Movements    : " WS-MOVE-COUNT
               DISPLAY "  ATM Replenishments : " WS-ATM-COUNT
               DISPLAY "  Shipment Events    : " WS-SHIP-COUNT
               DISPLAY "  Transit GL Rows    : " WS-GL-COUNT
               DISPLAY "  Orders / Shipments : " WS-ORDERS-COUNT
                   " / " WS-SHIPS-COUNT
               DISPLAY "  Over Insured Limit : " WS-OVER-LIMIT-COUNT
               DISPLAY "  Under Minimum      : " WS-UNDER-MIN-COUNT
               DISPLAY "  Exceptions         : " WS-EXCEPTION-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/VAULT-CASH-REPORT.dat"
               DISPLAY "  → data/output/CASH-ORDERS.dat"
               DISPLAY "  → data/output/VAULT-CASH-GL.dat"
               DISPLAY "  → data/input/VAULT-POSITIONS.dat"
               DISPLAY "==============================================".
