      *================================================================
      * PROGRAM:    BUDGET-VARIANCE.cbl
      * DESCRIPTION: Monthly budget-versus-actual variance report.
      *              On the last business day of the month, after
      *              GL-PERIOD-CLOSE has snapshotted the period, each
      *              income and expense code's actual - from
      *              GL-PERIOD-BALANCES.dat, this month's snapshot
      *              and the year's snapshots to date - is set
      *              against the budget in force on GL-BUDGET.dat
      *              (the highest version of each line GL-BUDGET-LOAD
      *              has loaded for the year), for the month and
      *              year-to-date, with the dollar variance (actual
      *              less budget) and the variance as a percent of
      *              budget. A line outside tolerance - the percent
      *              beyond WS-TOL-PCT and the dollars beyond
      *              WS-TOL-FLOOR, both overridable on the optional
      *              BUDGET-TOLERANCE.dat - is flagged "*"; a line
      *              with no budget shows N/A and is flagged on the
      *              dollars alone. Lines run in the income-statement
      *              order FIN-STATEMENTS prints: income and its
      *              subtotal, expense and its subtotal, net income.
      *              Actuals print the way the income statement
      *              reads them - income credit balances flipped
      *              positive, expense positive as cost.
      *              Writes BUDGET-VARIANCE-REPORT.dat for the bank
      *              and BUDGET-VARIANCE-BRANCHES.dat, one section per
      *              branch addressed to its branch manager, from the
      *              branch snapshots GL-PERIOD-CLOSE keeps on
      *              GL-BRANCH-PERIOD-BALANCES.dat against each
      *              branch's own budget lines. Does nothing on other
      *              nights.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BUDGET-VARIANCE.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERIOD-FILE
                   ASSIGN TO "data/output/GL-PERIOD-BALANCES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-STATUS.

      *        Optional: absent until the first close after the
      *        branch dimension reached the period close.
               SELECT BRANCH-PERIOD-FILE
                   ASSIGN TO
                       "data/output/GL-BRANCH-PERIOD-BALANCES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BPER-STATUS.

      *        Optional: with no budget loaded every line is N/A.
               SELECT BUDGET-FILE
                   ASSIGN TO "data/output/GL-BUDGET.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUD-STATUS.

      *        Optional: the tolerance; defaults stand without it.
               SELECT TOLERANCE-FILE
                   ASSIGN TO "data/input/BUDGET-TOLERANCE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TOL-STATUS.

      *        The chart again, for the code names on the lines.
               SELECT GL-CHART-FILE
                   ASSIGN TO "data/input/GL-CHART-OF-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHART-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/BUDGET-VARIANCE-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT BRANCH-REPORT-FILE
                   ASSIGN TO
                       "data/output/BUDGET-VARIANCE-BRANCHES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BRPT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PERIOD-FILE.
           01 PERIOD-IO             PIC X(60).

           FD BRANCH-PERIOD-FILE.
           01 BRANCH-PERIOD-IO      PIC X(60).

           FD BUDGET-FILE.
           01 BUDGET-IO             PIC X(180).

           FD TOLERANCE-FILE.
           01 TOLERANCE-IO          PIC X(80).

           FD GL-CHART-FILE.
           01 GL-CHART-IO           PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(136).

           FD BRANCH-REPORT-FILE.
           01 BRANCH-REPORT-RECORD  PIC X(136).

       WORKING-STORAGE SECTION.
           01 WS-PERIOD-STATUS      PIC XX.
               88 WS-PERIOD-FILE-OK     VALUE "00".
           01 WS-BPER-STATUS        PIC XX.
               88 WS-BPER-FILE-OK       VALUE "00".
           01 WS-BUD-STATUS         PIC XX.
               88 WS-BUD-FILE-OK        VALUE "00".
           01 WS-TOL-STATUS         PIC XX.
               88 WS-TOL-FILE-OK        VALUE "00".
           01 WS-CHART-STATUS       PIC XX.
               88 WS-CHART-FILE-OK      VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-BRPT-STATUS        PIC XX.
               88 WS-BRPT-FILE-OK       VALUE "00".
           01 WS-EOF-PERIOD         PIC X VALUE "N".
               88 END-OF-PERIOD-LOAD   VALUE "Y".
           01 WS-EOF-BPER           PIC X VALUE "N".
               88 END-OF-BPER-LOAD     VALUE "Y".
           01 WS-EOF-BUD            PIC X VALUE "N".
               88 END-OF-BUD-LOAD      VALUE "Y".
           01 WS-EOF-CHART          PIC X VALUE "N".
               88 END-OF-CHART-LOAD    VALUE "Y".

           COPY "GL-BUDGET-RECORD.cpy".

      *    --- Tolerance. Row layout of BUDGET-TOLERANCE.dat: percent
      *        of budget (1-5, raw 9(3)V99 - 01000 is 10%), dollar
      *        floor (7-17, raw 9(9)V99). A line is flagged only when
      *        beyond both, so a small code's wide swing on a few
      *        dollars stays quiet. A field left blank (or not
      *        numeric) keeps its default ---
           01 WS-TOL-PCT            PIC 9(3)V99 VALUE 10.00.
           01 WS-TOL-FLOOR          PIC 9(9)V99 VALUE 500.00.
           01 WS-TOL-PCT-X          PIC X(05).
           01 WS-TOL-PCT-IN REDEFINES WS-TOL-PCT-X
                                    PIC 9(3)V99.
           01 WS-TOL-FLOOR-X        PIC X(11).
           01 WS-TOL-FLOOR-IN REDEFINES WS-TOL-FLOOR-X
                                    PIC 9(9)V99.

      *    --- Report lines by branch and code; the bank's own lines
      *        carry a blank branch, so they sort ahead of every
      *        branch's. Kept in key order as they are added ---
           01 WS-LINE-MAX           PIC 9(4) VALUE 3000.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 3000 TIMES
                               INDEXED BY WS-LINE-IDX.
                   10 WLN-KEY.
                       15 WLN-BRANCH   PIC X(06).
                       15 WLN-CODE     PIC X(06).
                   10 WLN-CLASS        PIC X(01).
                   10 WLN-ACT-MTD      PIC S9(13)V99.
                   10 WLN-BUD-MTD      PIC S9(13)V99.
                   10 WLN-ACT-YTD      PIC S9(13)V99.
                   10 WLN-BUD-YTD      PIC S9(13)V99.
           01 WS-LINE-COUNT         PIC 9(4) VALUE 0.
           01 WS-LINE-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-LINE-POS           PIC 9(4) VALUE 0.
           01 WS-INSERT-POS         PIC 9(4) VALUE 0.
           01 WS-FIND-KEY.
               05 WS-FIND-BRANCH    PIC X(06).
               05 WS-FIND-CODE      PIC X(06).
           01 WS-FIND-CLASS         PIC X(01).

      *    --- The budget in force: per code and branch, the line
      *        with the highest version loaded for this year ---
           01 WS-EFF-MAX            PIC 9(4) VALUE 2000.
           01 WS-EFF-TABLE.
               05 WS-EFF-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-EFF-IDX.
                   10 WEF-CODE         PIC X(06).
                   10 WEF-BRANCH       PIC X(06).
                   10 WEF-CLASS        PIC X(01).
                   10 WEF-VERSION      PIC 9(03).
                   10 WEF-MTD          PIC 9(11)V99.
                   10 WEF-YTD          PIC 9(11)V99.
           01 WS-EFF-COUNT          PIC 9(4) VALUE 0.
           01 WS-EFF-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-HIGH-VERSION       PIC 9(03) VALUE 0.
           01 WS-MONTH-IDX          PIC 99.
           01 WS-LINE-MTD           PIC 9(11)V99.
           01 WS-LINE-YTD           PIC 9(11)V99.

      *    --- Code names from the chart ---
           01 WS-NAME-MAX           PIC 999 VALUE 100.
           01 WS-NAME-TABLE.
               05 WS-NAME-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-NAME-IDX.
                   10 WGN-CODE         PIC X(06).
                   10 WGN-NAME         PIC X(24).
           01 WS-NAME-COUNT         PIC 999 VALUE 0.
           01 WS-LOOKUP-CODE        PIC X(06).
           01 WS-MATCHED-NAME       PIC X(24).

      *    --- Snapshot amounts (signed leading separate) ---
           01 WS-BAL-IN             PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
           01 WS-BAL-IN-X REDEFINES WS-BAL-IN
                                    PIC X(16).
           01 WS-ACTUAL             PIC S9(13)V99.
           01 WS-SNAP-PERIOD        PIC X(07).
           01 WS-THIS-MONTH-SNAPS   PIC 9(4) VALUE 0.

      *    --- The section being written ---
           01 WS-RPT-BRANCH         PIC X(06).
           01 WS-RPT-TARGET         PIC X(01).
               88 WRITING-BANK         VALUE "B".
               88 WRITING-BRANCH       VALUE "R".
           01 WS-RPT-CLASS          PIC X(01).
           01 WS-CLASS-ACT-MTD      PIC S9(13)V99.
           01 WS-CLASS-BUD-MTD      PIC S9(13)V99.
           01 WS-CLASS-ACT-YTD      PIC S9(13)V99.
           01 WS-CLASS-BUD-YTD      PIC S9(13)V99.
           01 WS-INC-ACT-MTD        PIC S9(13)V99.
           01 WS-INC-BUD-MTD        PIC S9(13)V99.
           01 WS-INC-ACT-YTD        PIC S9(13)V99.
           01 WS-INC-BUD-YTD        PIC S9(13)V99.
           01 WS-SECTION-FLAGS      PIC 9(4) VALUE 0.

      *    --- One printed row: label and the four figures in; the
      *        variances, percents and flags worked out ---
           01 WS-ROW-LABEL          PIC X(28).
           01 WS-ROW-ACT-MTD        PIC S9(13)V99.
           01 WS-ROW-BUD-MTD        PIC S9(13)V99.
           01 WS-ROW-ACT-YTD        PIC S9(13)V99.
           01 WS-ROW-BUD-YTD        PIC S9(13)V99.
           01 WS-ROW-COUNTS         PIC X VALUE "Y".
           01 WS-ROW-FLAGGED        PIC X VALUE "N".
           01 WS-CALC-ACT           PIC S9(13)V99.
           01 WS-CALC-BUD           PIC S9(13)V99.
           01 WS-CALC-VAR           PIC S9(13)V99.
           01 WS-CALC-ABS-VAR       PIC 9(13)V99.
           01 WS-CALC-ABS-BUD       PIC 9(13)V99.
           01 WS-CALC-PCT           PIC S9(5)V9.
           01 WS-CALC-ABS-PCT       PIC 9(5)V9.
           01 WS-CALC-PCT-TEXT      PIC X(08).
           01 WS-CALC-FLAG          PIC X(01).
           01 WS-CALC-POS           PIC 999.
           01 WS-DISP-WHOLE         PIC -,---,---,--9.
           01 WS-DISP-PCT           PIC -----9.9.
           01 WS-DISP-TOL-PCT       PIC ZZ9.99.
           01 WS-DISP-TOL-FLOOR     PIC $$$,$$$,$$9.
           01 WS-DISP-COUNT         PIC Z,ZZ9.

      *    --- Date / month-end trigger ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-THIS-MONTH         PIC 99.
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-MONTH-END          PIC X VALUE "N".
               88 MONTH-END-TONIGHT    VALUE "Y".

      *    --- Counters / display ---
           01 WS-BANK-FLAGS         PIC 9(4) VALUE 0.
           01 WS-BRANCH-FLAGS       PIC 9(4) VALUE 0.
           01 WS-BRANCH-SECTIONS    PIC 9(4) VALUE 0.
           01 WS-BANK-LINES         PIC 9(4) VALUE 0.
           01 WS-OUT-LINE           PIC X(136).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-MONTH-END
               IF NOT MONTH-END-TONIGHT
                   DISPLAY "  Not month-end - no budget variance report"
                   STOP RUN
               END-IF
               PERFORM LOAD-TOLERANCE
               PERFORM LOAD-CODE-NAMES
               PERFORM LOAD-BANK-ACTUALS
               IF WS-THIS-MONTH-SNAPS = 0
                   DISPLAY "  WARNING: no " WS-TODAY(1:7)
                       " snapshot on GL-PERIOD-BALANCES.dat - run "
                       "GL-PERIOD-CLOSE first"
               END-IF
               PERFORM LOAD-BRANCH-ACTUALS
               PERFORM LOAD-BUDGET
               PERFORM APPLY-ONE-BUDGET-LINE
                   VARYING WS-EFF-IDX FROM 1 BY 1
                   UNTIL WS-EFF-IDX > WS-EFF-COUNT
               PERFORM WRITE-BANK-REPORT
               PERFORM WRITE-BRANCH-REPORTS
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
               MOVE WS-DATE-INT(5:2) TO WS-THIS-MONTH
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    The batch never runs on a weekend, so Friday's next
      *    business day is Monday; when that lands in a different
      *    month, tonight closes the month.
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

      *    --- Optional file: one row ---
           LOAD-TOLERANCE.
               OPEN INPUT TOLERANCE-FILE
               IF WS-TOL-FILE-OK
                   READ TOLERANCE-FILE INTO TOLERANCE-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TOLERANCE-IO(1:5) TO WS-TOL-PCT-X
                       IF WS-TOL-PCT-X IS NUMERIC
                           MOVE WS-TOL-PCT-IN TO WS-TOL-PCT
                       END-IF
                       MOVE TOLERANCE-IO(7:11) TO WS-TOL-FLOOR-X
                       IF WS-TOL-FLOOR-X IS NUMERIC
                           MOVE WS-TOL-FLOOR-IN TO WS-TOL-FLOOR
                       END-IF
                   END-READ
                   CLOSE TOLERANCE-FILE
               END-IF.

           LOAD-CODE-NAMES.
               OPEN INPUT GL-CHART-FILE
               IF WS-CHART-FILE-OK
                   PERFORM READ-ONE-CHART-ROW
                       UNTIL END-OF-CHART-LOAD
                   CLOSE GL-CHART-FILE
               END-IF.

           READ-ONE-CHART-ROW.
               READ GL-CHART-FILE INTO GL-CHART-IO
               AT END
                   MOVE "Y" TO WS-EOF-CHART
               NOT AT END
                   MOVE GL-CHART-IO(4:6)   TO WS-LOOKUP-CODE
                   MOVE GL-CHART-IO(10:24) TO WS-MATCHED-NAME
                   PERFORM ADD-NAME-ENTRY
                   MOVE GL-CHART-IO(34:6)  TO WS-LOOKUP-CODE
                   MOVE GL-CHART-IO(40:24) TO WS-MATCHED-NAME
                   PERFORM ADD-NAME-ENTRY
               END-READ.

           ADD-NAME-ENTRY.
               IF WS-LOOKUP-CODE NOT = SPACES
               AND WS-NAME-COUNT < WS-NAME-MAX
                   ADD 1 TO WS-NAME-COUNT
                   MOVE WS-LOOKUP-CODE TO WGN-CODE(WS-NAME-COUNT)
                   MOVE WS-MATCHED-NAME TO WGN-NAME(WS-NAME-COUNT)
               END-IF.

           FIND-CODE-NAME.
               MOVE SPACES TO WS-MATCHED-NAME
               PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-COUNT
                   IF WGN-CODE(WS-NAME-IDX) = WS-LOOKUP-CODE
                       MOVE WGN-NAME(WS-NAME-IDX)
                           TO WS-MATCHED-NAME
                   END-IF
               END-PERFORM.

      *    --- A line is found by branch and code, or added in key
      *        order so the report reads in code order within each
      *        branch without a sort ---
           FIND-OR-ADD-LINE.
               MOVE 0 TO WS-LINE-FOUND-IDX
               MOVE 0 TO WS-INSERT-POS
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   OR WS-INSERT-POS > 0
                   IF WLN-KEY(WS-LINE-IDX) = WS-FIND-KEY
                       SET WS-LINE-FOUND-IDX TO WS-LINE-IDX
                       SET WS-INSERT-POS TO WS-LINE-IDX
                   ELSE
                       IF WLN-KEY(WS-LINE-IDX) > WS-FIND-KEY
                           SET WS-INSERT-POS TO WS-LINE-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LINE-FOUND-IDX = 0
               AND WS-LINE-COUNT < WS-LINE-MAX
                   IF WS-INSERT-POS = 0
                       COMPUTE WS-INSERT-POS = WS-LINE-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-LINE-POS FROM WS-LINE-COUNT
                       BY -1 UNTIL WS-LINE-POS < WS-INSERT-POS
                       MOVE WS-LINE-ENTRY(WS-LINE-POS)
                           TO WS-LINE-ENTRY(WS-LINE-POS + 1)
                   END-PERFORM
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-FIND-KEY TO WLN-KEY(WS-INSERT-POS)
                   MOVE WS-FIND-CLASS TO WLN-CLASS(WS-INSERT-POS)
                   MOVE 0 TO WLN-ACT-MTD(WS-INSERT-POS)
                   MOVE 0 TO WLN-BUD-MTD(WS-INSERT-POS)
                   MOVE 0 TO WLN-ACT-YTD(WS-INSERT-POS)
                   MOVE 0 TO WLN-BUD-YTD(WS-INSERT-POS)
                   MOVE WS-INSERT-POS TO WS-LINE-FOUND-IDX
               END-IF.

      *================================================================
      *    Actuals. The income and expense codes zero at every close,
      *    so each snapshot IS that month's activity: this month's
      *    is the month column, this year's through this month add
      *    to the year-to-date column.
      *================================================================
           LOAD-BANK-ACTUALS.
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-FILE-OK
                   PERFORM READ-ONE-BANK-SNAPSHOT
                       UNTIL END-OF-PERIOD-LOAD
                   CLOSE PERIOD-FILE
               END-IF.

           READ-ONE-BANK-SNAPSHOT.
               READ PERIOD-FILE INTO PERIOD-IO
               AT END
                   MOVE "Y" TO WS-EOF-PERIOD
               NOT AT END
                   MOVE PERIOD-IO(1:7)   TO WS-SNAP-PERIOD
                   MOVE SPACES           TO WS-FIND-BRANCH
                   MOVE PERIOD-IO(9:6)   TO WS-FIND-CODE
                   MOVE PERIOD-IO(16:1)  TO WS-FIND-CLASS
                   MOVE PERIOD-IO(18:16) TO WS-BAL-IN-X
                   IF WS-SNAP-PERIOD = WS-TODAY(1:7)
                       ADD 1 TO WS-THIS-MONTH-SNAPS
                   END-IF
                   PERFORM FOLD-ONE-SNAPSHOT
               END-READ.

           LOAD-BRANCH-ACTUALS.
               OPEN INPUT BRANCH-PERIOD-FILE
               IF WS-BPER-FILE-OK
                   PERFORM READ-ONE-BRANCH-SNAPSHOT
                       UNTIL END-OF-BPER-LOAD
                   CLOSE BRANCH-PERIOD-FILE
               END-IF.

           READ-ONE-BRANCH-SNAPSHOT.
               READ BRANCH-PERIOD-FILE INTO BRANCH-PERIOD-IO
               AT END
                   MOVE "Y" TO WS-EOF-BPER
               NOT AT END
                   MOVE BRANCH-PERIOD-IO(1:7)   TO WS-SNAP-PERIOD
                   MOVE BRANCH-PERIOD-IO(16:6)  TO WS-FIND-BRANCH
                   MOVE BRANCH-PERIOD-IO(9:6)   TO WS-FIND-CODE
                   MOVE BRANCH-PERIOD-IO(23:1)  TO WS-FIND-CLASS
                   MOVE BRANCH-PERIOD-IO(25:16) TO WS-BAL-IN-X
                   IF WS-FIND-BRANCH NOT = SPACES
                       PERFORM FOLD-ONE-SNAPSHOT
                   END-IF
               END-READ.

           FOLD-ONE-SNAPSHOT.
               IF WS-SNAP-PERIOD(1:4) = WS-TODAY(1:4)
               AND WS-SNAP-PERIOD(6:2) NOT > WS-TODAY(6:2)
               AND (WS-FIND-CLASS = "I" OR WS-FIND-CLASS = "E")
               AND WS-BAL-IN IS NUMERIC
                   IF WS-FIND-CLASS = "I"
                       COMPUTE WS-ACTUAL = 0 - WS-BAL-IN
                   ELSE
                       MOVE WS-BAL-IN TO WS-ACTUAL
                   END-IF
                   PERFORM FIND-OR-ADD-LINE
                   IF WS-LINE-FOUND-IDX > 0
                       ADD WS-ACTUAL TO WLN-ACT-YTD(WS-LINE-FOUND-IDX)
                       IF WS-SNAP-PERIOD = WS-TODAY(1:7)
                           ADD WS-ACTUAL
                               TO WLN-ACT-MTD(WS-LINE-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF.

      *================================================================
      *    Budget: of every version on file for this year, the
      *    highest per code and branch is the one in force. Its
      *    month and year-to-date amounts go on the branch's line
      *    and on the bank's.
      *================================================================
           LOAD-BUDGET.
               OPEN INPUT BUDGET-FILE
               IF WS-BUD-FILE-OK
                   PERFORM READ-ONE-BUDGET-LINE
                       UNTIL END-OF-BUD-LOAD
                   CLOSE BUDGET-FILE
               ELSE
                   DISPLAY "  WARNING: GL-BUDGET.dat not found - "
                       "every line reports against a zero budget"
               END-IF.

           READ-ONE-BUDGET-LINE.
               READ BUDGET-FILE INTO BUDGET-IO
               AT END
                   MOVE "Y" TO WS-EOF-BUD
               NOT AT END
                   MOVE BUDGET-IO TO GL-BUDGET-RECORD
                   IF GB-FISCAL-YEAR = WS-TODAY(1:4)
                   AND GB-VERSION IS NUMERIC
                   AND GB-MONTH-AMOUNTS IS NUMERIC
                       PERFORM KEEP-BUDGET-IN-FORCE
                   END-IF
               END-READ.

           KEEP-BUDGET-IN-FORCE.
               MOVE 0 TO WS-EFF-FOUND-IDX
               PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                   UNTIL WS-EFF-IDX > WS-EFF-COUNT
                   IF WEF-CODE(WS-EFF-IDX) = GB-GL-CODE
                   AND WEF-BRANCH(WS-EFF-IDX) = GB-BRANCH-CODE
                       SET WS-EFF-FOUND-IDX TO WS-EFF-IDX
                   END-IF
               END-PERFORM
               IF WS-EFF-FOUND-IDX = 0
               AND WS-EFF-COUNT < WS-EFF-MAX
                   ADD 1 TO WS-EFF-COUNT
                   MOVE WS-EFF-COUNT TO WS-EFF-FOUND-IDX
                   MOVE GB-GL-CODE TO WEF-CODE(WS-EFF-FOUND-IDX)
                   MOVE GB-BRANCH-CODE TO WEF-BRANCH(WS-EFF-FOUND-IDX)
                   MOVE 0 TO WEF-VERSION(WS-EFF-FOUND-IDX)
               END-IF
               IF WS-EFF-FOUND-IDX > 0
                   IF GB-VERSION > WEF-VERSION(WS-EFF-FOUND-IDX)
                       MOVE GB-VERSION TO WEF-VERSION(WS-EFF-FOUND-IDX)
                       MOVE GB-GL-CLASS TO WEF-CLASS(WS-EFF-FOUND-IDX)
                       MOVE 0 TO WS-LINE-YTD
                       PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-MONTH-IDX > WS-THIS-MONTH
                           ADD GB-MONTH-AMOUNT(WS-MONTH-IDX)
                               TO WS-LINE-YTD
                       END-PERFORM
                       MOVE GB-MONTH-AMOUNT(WS-THIS-MONTH)
                           TO WEF-MTD(WS-EFF-FOUND-IDX)
                       MOVE WS-LINE-YTD TO WEF-YTD(WS-EFF-FOUND-IDX)
                   END-IF
                   IF GB-VERSION > WS-HIGH-VERSION
                       MOVE GB-VERSION TO WS-HIGH-VERSION
                   END-IF
               END-IF.

           APPLY-ONE-BUDGET-LINE.
               MOVE WEF-CODE(WS-EFF-IDX)   TO WS-FIND-CODE
               MOVE WEF-CLASS(WS-EFF-IDX)  TO WS-FIND-CLASS
               MOVE WEF-MTD(WS-EFF-IDX)    TO WS-LINE-MTD
               MOVE WEF-YTD(WS-EFF-IDX)    TO WS-LINE-YTD
               MOVE WEF-BRANCH(WS-EFF-IDX) TO WS-FIND-BRANCH
               PERFORM FIND-OR-ADD-LINE
               PERFORM ADD-BUDGET-TO-LINE
               MOVE SPACES TO WS-FIND-BRANCH
               PERFORM FIND-OR-ADD-LINE
               PERFORM ADD-BUDGET-TO-LINE.

           ADD-BUDGET-TO-LINE.
               IF WS-LINE-FOUND-IDX > 0
                   ADD WS-LINE-MTD TO WLN-BUD-MTD(WS-LINE-FOUND-IDX)
                   ADD WS-LINE-YTD TO WLN-BUD-YTD(WS-LINE-FOUND-IDX)
               END-IF.

      *================================================================
      *    The bank's report, then one section per branch. Both go
      *    through the same section writer - WS-RPT-TARGET says
      *    which file the lines land on.
      *================================================================
           WRITE-BANK-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "BUDGET-VARIANCE-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE "B" TO WS-RPT-TARGET
               MOVE SPACES TO WS-RPT-BRANCH
               PERFORM WRITE-VARIANCE-SECTION
               MOVE WS-SECTION-FLAGS TO WS-BANK-FLAGS
               CLOSE REPORT-FILE.

           WRITE-BRANCH-REPORTS.
               OPEN OUTPUT BRANCH-REPORT-FILE
               IF NOT WS-BRPT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "BUDGET-VARIANCE-BRANCHES.dat"
                   DISPLAY "FILE STATUS: " WS-BRPT-STATUS
                   STOP RUN
               END-IF
               MOVE "R" TO WS-RPT-TARGET
               MOVE SPACES TO WS-RPT-BRANCH
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   IF WLN-BRANCH(WS-LINE-IDX) NOT = WS-RPT-BRANCH
                       MOVE WLN-BRANCH(WS-LINE-IDX) TO WS-RPT-BRANCH
                       SET WS-LINE-POS TO WS-LINE-IDX
                       PERFORM WRITE-VARIANCE-SECTION
                       SET WS-LINE-IDX TO WS-LINE-POS
                       ADD 1 TO WS-BRANCH-SECTIONS
                       ADD WS-SECTION-FLAGS TO WS-BRANCH-FLAGS
                   END-IF
               END-PERFORM
               IF WS-BRANCH-SECTIONS = 0
                   MOVE "  NO BRANCH ACTUALS OR BUDGET LINES"
                       TO WS-OUT-LINE
                   PERFORM EMIT-LINE
               END-IF
               CLOSE BRANCH-REPORT-FILE.

           WRITE-VARIANCE-SECTION.
               MOVE 0 TO WS-SECTION-FLAGS
               PERFORM WRITE-SECTION-HEADER
               MOVE "I" TO WS-RPT-CLASS
               MOVE "  INCOME" TO WS-OUT-LINE
               PERFORM EMIT-LINE
               PERFORM WRITE-CLASS-LINES
               MOVE WS-CLASS-ACT-MTD TO WS-INC-ACT-MTD
               MOVE WS-CLASS-BUD-MTD TO WS-INC-BUD-MTD
               MOVE WS-CLASS-ACT-YTD TO WS-INC-ACT-YTD
               MOVE WS-CLASS-BUD-YTD TO WS-INC-BUD-YTD
               MOVE "  TOTAL INCOME" TO WS-ROW-LABEL
               PERFORM WRITE-CLASS-SUBTOTAL
               MOVE SPACES TO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE "E" TO WS-RPT-CLASS
               MOVE "  EXPENSE" TO WS-OUT-LINE
               PERFORM EMIT-LINE
               PERFORM WRITE-CLASS-LINES
               MOVE "  TOTAL EXPENSE" TO WS-ROW-LABEL
               PERFORM WRITE-CLASS-SUBTOTAL
               MOVE SPACES TO WS-OUT-LINE
               PERFORM EMIT-LINE
      *        Net income is income less expense on both sides, so
      *        its variance reads favourable when positive.
               MOVE "  NET INCOME" TO WS-ROW-LABEL
               COMPUTE WS-ROW-ACT-MTD =
                   WS-INC-ACT-MTD - WS-CLASS-ACT-MTD
               COMPUTE WS-ROW-BUD-MTD =
                   WS-INC-BUD-MTD - WS-CLASS-BUD-MTD
               COMPUTE WS-ROW-ACT-YTD =
                   WS-INC-ACT-YTD - WS-CLASS-ACT-YTD
               COMPUTE WS-ROW-BUD-YTD =
                   WS-INC-BUD-YTD - WS-CLASS-BUD-YTD
               MOVE "N" TO WS-ROW-COUNTS
               PERFORM WRITE-VARIANCE-ROW
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-SECTION-FLAGS TO WS-DISP-COUNT
               STRING "  LINES OUTSIDE TOLERANCE: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               PERFORM EMIT-LINE.

           WRITE-SECTION-HEADER.
               MOVE ALL "=" TO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               IF WRITING-BANK
                   STRING "  ZENTRA BANK - BUDGET VS ACTUAL  "
                       DELIMITED SIZE
                       WS-TODAY(1:7) DELIMITED SIZE
                       INTO WS-OUT-LINE
               ELSE
                   STRING "  ZENTRA BANK - BUDGET VS ACTUAL  "
                       DELIMITED SIZE
                       WS-TODAY(1:7) DELIMITED SIZE
                       "  -  BRANCH " DELIMITED SIZE
                       WS-RPT-BRANCH DELIMITED SIZE
                       INTO WS-OUT-LINE
               END-IF
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               IF WRITING-BRANCH
                   STRING "  ATTN: BRANCH MANAGER, " DELIMITED SIZE
                       WS-RPT-BRANCH DELIMITED SIZE
                       INTO WS-OUT-LINE
                   PERFORM EMIT-LINE
                   MOVE SPACES TO WS-OUT-LINE
               END-IF
               MOVE WS-TOL-PCT TO WS-DISP-TOL-PCT
               MOVE WS-TOL-FLOOR TO WS-DISP-TOL-FLOOR
               STRING "  BUDGET VERSION " DELIMITED SIZE
                   WS-HIGH-VERSION DELIMITED SIZE
                   "   WHOLE DOLLARS   VARIANCE = ACTUAL - BUDGET"
                   DELIMITED SIZE
                   "   * = BEYOND " DELIMITED SIZE
                   WS-DISP-TOL-PCT DELIMITED SIZE
                   "% AND " DELIMITED SIZE
                   WS-DISP-TOL-FLOOR DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE ALL "=" TO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE "---------------------- MONTH -------------------"
                   TO WS-OUT-LINE(31:49)
               MOVE "------------------- YEAR TO DATE ---------------"
                   TO WS-OUT-LINE(85:49)
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE "CODE"          TO WS-OUT-LINE(3:4)
               MOVE "DESCRIPTION"   TO WS-OUT-LINE(10:11)
               MOVE "       ACTUAL" TO WS-OUT-LINE(31:13)
               MOVE "       BUDGET" TO WS-OUT-LINE(45:13)
               MOVE "     VARIANCE" TO WS-OUT-LINE(59:13)
               MOVE "   VAR %"      TO WS-OUT-LINE(73:8)
               MOVE "       ACTUAL" TO WS-OUT-LINE(85:13)
               MOVE "       BUDGET" TO WS-OUT-LINE(99:13)
               MOVE "     VARIANCE" TO WS-OUT-LINE(113:13)
               MOVE "   VAR %"      TO WS-OUT-LINE(127:8)
               PERFORM EMIT-LINE
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM EMIT-LINE.

      *    Every line of the section's branch in the class being
      *    written, summed for the subtotal as it goes.
           WRITE-CLASS-LINES.
               MOVE 0 TO WS-CLASS-ACT-MTD
               MOVE 0 TO WS-CLASS-BUD-MTD
               MOVE 0 TO WS-CLASS-ACT-YTD
               MOVE 0 TO WS-CLASS-BUD-YTD
               PERFORM WRITE-ONE-CODE-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT.

           WRITE-ONE-CODE-LINE.
               IF WLN-BRANCH(WS-LINE-IDX) = WS-RPT-BRANCH
               AND WLN-CLASS(WS-LINE-IDX) = WS-RPT-CLASS
                   ADD WLN-ACT-MTD(WS-LINE-IDX) TO WS-CLASS-ACT-MTD
                   ADD WLN-BUD-MTD(WS-LINE-IDX) TO WS-CLASS-BUD-MTD
                   ADD WLN-ACT-YTD(WS-LINE-IDX) TO WS-CLASS-ACT-YTD
                   ADD WLN-BUD-YTD(WS-LINE-IDX) TO WS-CLASS-BUD-YTD
                   MOVE WLN-CODE(WS-LINE-IDX) TO WS-LOOKUP-CODE
                   PERFORM FIND-CODE-NAME
                   MOVE SPACES TO WS-ROW-LABEL
                   MOVE WLN-CODE(WS-LINE-IDX) TO WS-ROW-LABEL(3:6)
                   MOVE WS-MATCHED-NAME TO WS-ROW-LABEL(10:19)
                   MOVE WLN-ACT-MTD(WS-LINE-IDX) TO WS-ROW-ACT-MTD
                   MOVE WLN-BUD-MTD(WS-LINE-IDX) TO WS-ROW-BUD-MTD
                   MOVE WLN-ACT-YTD(WS-LINE-IDX) TO WS-ROW-ACT-YTD
                   MOVE WLN-BUD-YTD(WS-LINE-IDX) TO WS-ROW-BUD-YTD
                   MOVE "Y" TO WS-ROW-COUNTS
                   PERFORM WRITE-VARIANCE-ROW
                   IF WRITING-BANK
                       ADD 1 TO WS-BANK-LINES
                   END-IF
               END-IF.

           WRITE-CLASS-SUBTOTAL.
               MOVE ALL "-" TO WS-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE(1:30)
               PERFORM EMIT-LINE
               MOVE WS-CLASS-ACT-MTD TO WS-ROW-ACT-MTD
               MOVE WS-CLASS-BUD-MTD TO WS-ROW-BUD-MTD
               MOVE WS-CLASS-ACT-YTD TO WS-ROW-ACT-YTD
               MOVE WS-CLASS-BUD-YTD TO WS-ROW-BUD-YTD
               MOVE "N" TO WS-ROW-COUNTS
               PERFORM WRITE-VARIANCE-ROW.

      *    One row: the month half at column 31, the year-to-date
      *    half at 85. Only code lines count toward the section's
      *    flagged total; subtotals and net income are flagged on
      *    the same test but not counted. The percent is of the
      *    budget's size, so it carries the variance's own sign
      *    even where a net budget is a loss.
           WRITE-VARIANCE-ROW.
               MOVE SPACES TO WS-OUT-LINE
               MOVE "N" TO WS-ROW-FLAGGED
               MOVE WS-ROW-LABEL TO WS-OUT-LINE(1:28)
               MOVE WS-ROW-ACT-MTD TO WS-CALC-ACT
               MOVE WS-ROW-BUD-MTD TO WS-CALC-BUD
               MOVE 31 TO WS-CALC-POS
               PERFORM FORMAT-VARIANCE-HALF
               MOVE WS-ROW-ACT-YTD TO WS-CALC-ACT
               MOVE WS-ROW-BUD-YTD TO WS-CALC-BUD
               MOVE 85 TO WS-CALC-POS
               PERFORM FORMAT-VARIANCE-HALF
               IF WS-ROW-FLAGGED = "Y"
               AND WS-ROW-COUNTS = "Y"
                   ADD 1 TO WS-SECTION-FLAGS
               END-IF
               PERFORM EMIT-LINE.

           FORMAT-VARIANCE-HALF.
               COMPUTE WS-CALC-VAR = WS-CALC-ACT - WS-CALC-BUD
               IF WS-CALC-VAR < 0
                   COMPUTE WS-CALC-ABS-VAR = 0 - WS-CALC-VAR
               ELSE
                   MOVE WS-CALC-VAR TO WS-CALC-ABS-VAR
               END-IF
               MOVE SPACE TO WS-CALC-FLAG
               IF WS-CALC-BUD = 0
                   MOVE "     N/A" TO WS-CALC-PCT-TEXT
                   IF WS-CALC-ABS-VAR > WS-TOL-FLOOR
                       MOVE "*" TO WS-CALC-FLAG
                   END-IF
               ELSE
                   IF WS-CALC-BUD < 0
                       COMPUTE WS-CALC-ABS-BUD = 0 - WS-CALC-BUD
                   ELSE
                       MOVE WS-CALC-BUD TO WS-CALC-ABS-BUD
                   END-IF
                   COMPUTE WS-CALC-PCT ROUNDED =
                       WS-CALC-VAR * 100 / WS-CALC-ABS-BUD
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-CALC-PCT
                           IF WS-CALC-VAR < 0
                               MOVE -99999.9 TO WS-CALC-PCT
                           END-IF
                   END-COMPUTE
                   MOVE WS-CALC-PCT TO WS-DISP-PCT
                   MOVE WS-DISP-PCT TO WS-CALC-PCT-TEXT
                   IF WS-CALC-PCT < 0
                       COMPUTE WS-CALC-ABS-PCT = 0 - WS-CALC-PCT
                   ELSE
                       MOVE WS-CALC-PCT TO WS-CALC-ABS-PCT
                   END-IF
                   IF WS-CALC-ABS-PCT > WS-TOL-PCT
                   AND WS-CALC-ABS-VAR > WS-TOL-FLOOR
                       MOVE "*" TO WS-CALC-FLAG
                   END-IF
               END-IF
               COMPUTE WS-DISP-WHOLE ROUNDED = WS-CALC-ACT
               MOVE WS-DISP-WHOLE TO WS-OUT-LINE(WS-CALC-POS:13)
               ADD 14 TO WS-CALC-POS
               COMPUTE WS-DISP-WHOLE ROUNDED = WS-CALC-BUD
               MOVE WS-DISP-WHOLE TO WS-OUT-LINE(WS-CALC-POS:13)
               ADD 14 TO WS-CALC-POS
               COMPUTE WS-DISP-WHOLE ROUNDED = WS-CALC-VAR
               MOVE WS-DISP-WHOLE TO WS-OUT-LINE(WS-CALC-POS:13)
               ADD 14 TO WS-CALC-POS
               MOVE WS-CALC-PCT-TEXT TO WS-OUT-LINE(WS-CALC-POS:8)
               ADD 9 TO WS-CALC-POS
               MOVE WS-CALC-FLAG TO WS-OUT-LINE(WS-CALC-POS:1)
               IF WS-CALC-FLAG = "*"
                   MOVE "Y" TO WS-ROW-FLAGGED
               END-IF.

           EMIT-LINE.
               IF WRITING-BANK
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   MOVE WS-OUT-LINE TO BRANCH-REPORT-RECORD
                   WRITE BRANCH-REPORT-RECORD
               END-IF.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Budget Variance"
               DISPLAY "=============================================="
               DISPLAY "  Period             : " WS-TODAY(1:7)
               DISPLAY "  Budget Version     : " WS-HIGH-VERSION
               DISPLAY "  Bank Code Lines    : " WS-BANK-LINES
               DISPLAY "  Bank Lines Flagged : " WS-BANK-FLAGS
               DISPLAY "  Branch Sections    : " WS-BRANCH-SECTIONS
               DISPLAY "  Branch Lines Flagd : " WS-BRANCH-FLAGS
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/BUDGET-VARIANCE-REPORT.dat"
               DISPLAY "  → data/output/BUDGET-VARIANCE-BRANCHES.dat"
               DISPLAY "==============================================".
