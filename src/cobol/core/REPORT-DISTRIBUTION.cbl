      *================================================================
      * PROGRAM:    REPORT-DISTRIBUTION.cbl
      * DESCRIPTION: Nightly report distribution - the last step of
      *              the cycle, after every report is written and
      *              before the outputs archive. Replaces the morning
      *              hand-sort of data/output into deposit ops,
      *              lending, compliance, accounting and branch
      *              piles. Driven by REPORT-CATALOG.dat (see
      *              REPORT-CATALOG-RECORD.cpy): each report's owning
      *              department, its recipients, whether it is
      *              confidential, and the nights it is expected.
      *              For every report due tonight it:
      *                - counts the report's lines and 50-line pages
      *                  (the EOD-REPORT page length), and marks an
      *                  expected report MISSING when the file is not
      *                  there or EMPTY when it has no printed line;
      *                - writes one package per department,
      *                  BUNDLE-<dept>.dat: a cover page listing each
      *                  report with its recipients, confidentiality,
      *                  pages and status - missing and empty reports
      *                  called out - followed by every included
      *                  report, confidential ones flagged at their
      *                  banner;
      *                - cuts each branch-split report (one section
      *                  per branch, e.g. BUDGET-VARIANCE-BRANCHES,
      *                  DOC-EXCEPTION-REPORT) into its sections and
      *                  writes one package per branch,
      *                  BUNDLE-BR-<branch>.dat, with its own cover
      *                  page. Branches come from ACCOUNT-BRANCHES.dat
      *                  and from the sections themselves, so a
      *                  branch with nothing tonight still gets a
      *                  cover saying so;
      *                - appends a row per report per package to the
      *                  cumulative DISTRIBUTION-LOG.dat
      *                  (DISTRIBUTION-LOG-RECORD.cpy).
      *              No catalog on file means nothing to distribute.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REPORT-DISTRIBUTION.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CATALOG-FILE
                   ASSIGN TO "data/input/REPORT-CATALOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAT-STATUS.

      *        Optional: the branch list beyond the sections found.
               SELECT BRANCH-FILE
                   ASSIGN TO "data/input/ACCOUNT-BRANCHES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BRANCH-STATUS.

      *        Whichever catalogued report is being read.
               SELECT REPORT-IN-FILE
                   ASSIGN TO WS-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPTIN-STATUS.

      *        Whichever package is being written.
               SELECT BUNDLE-FILE
                   ASSIGN TO WS-BUNDLE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUNDLE-STATUS.

      *        Cumulative - appended, never overwritten.
               SELECT DIST-LOG-FILE
                   ASSIGN TO "data/output/DISTRIBUTION-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CATALOG-FILE.
           01 CATALOG-IO            PIC X(160).

           FD BRANCH-FILE.
           01 BRANCH-IO             PIC X(100).

           FD REPORT-IN-FILE.
           01 REPORT-IN-RECORD      PIC X(200).

           FD BUNDLE-FILE.
           01 BUNDLE-RECORD         PIC X(200).

           FD DIST-LOG-FILE.
           01 DIST-LOG-IO           PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-CAT-STATUS         PIC XX.
               88 WS-CAT-FILE-OK       VALUE "00".
           01 WS-BRANCH-STATUS      PIC XX.
               88 WS-BRANCH-FILE-OK    VALUE "00".
           01 WS-RPTIN-STATUS       PIC XX.
               88 WS-RPTIN-FILE-OK     VALUE "00".
           01 WS-BUNDLE-STATUS      PIC XX.
               88 WS-BUNDLE-FILE-OK    VALUE "00".
           01 WS-LOG-STATUS         PIC XX.
           01 WS-EOF-CAT            PIC X VALUE "N".
               88 END-OF-CATALOG       VALUE "Y".
           01 WS-EOF-BRANCH         PIC X VALUE "N".
               88 END-OF-BRANCH-FILE   VALUE "Y".
           01 WS-EOF-RPTIN          PIC X VALUE "N".
               88 END-OF-REPORT-IN     VALUE "Y".

           COPY "REPORT-CATALOG-RECORD.cpy".
           COPY "ACCOUNT-BRANCH-RECORD.cpy".
           COPY "DISTRIBUTION-LOG-RECORD.cpy".

           01 WS-REPORT-PATH        PIC X(60).
           01 WS-BUNDLE-PATH        PIC X(60).

      *    --- The catalog, with tonight's survey of each report ---
           01 WS-CAT-MAX            PIC 999 VALUE 150.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY OCCURS 150 TIMES
                               INDEXED BY WS-CAT-IDX.
                   10 WCT-FILE         PIC X(40).
                   10 WCT-DEPT         PIC X(10).
                   10 WCT-RECIPIENTS   PIC X(40).
                   10 WCT-CONF         PIC X(01).
                   10 WCT-SCHEDULE     PIC X(01).
                   10 WCT-RUN-DAYS     PIC X(07).
                   10 WCT-SPLIT        PIC X(01).
                   10 WCT-MARKER       PIC X(24).
                   10 WCT-MARKER-LEN   PIC 99.
                   10 WCT-MARKER-COL   PIC 999.
                   10 WCT-TRAILER      PIC X(12).
                   10 WCT-TRAILER-LEN  PIC 99.
      *            Tonight: D due, N not due; S sent, M missing,
      *            E empty (A-schedule absences stay N)
                   10 WCT-STATE        PIC X(01).
                   10 WCT-LINES        PIC 9(6).
                   10 WCT-PAGES        PIC 9(4).
                   10 WCT-HEAD-END     PIC 9(6).
           01 WS-CAT-COUNT          PIC 999 VALUE 0.

      *    --- Departments named on the catalog ---
           01 WS-DEPT-MAX           PIC 99 VALUE 30.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-DEPT-IDX.
                   10 WDP-NAME         PIC X(10).
           01 WS-DEPT-COUNT         PIC 99 VALUE 0.
           01 WS-DEPT-FOUND         PIC 99 VALUE 0.

      *    --- Branches: ACCOUNT-BRANCHES.dat plus every section ---
           01 WS-BR-MAX             PIC 999 VALUE 100.
           01 WS-BR-TABLE.
               05 WS-BR-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-BR-IDX.
                   10 WBR-CODE         PIC X(06).
                   10 WBR-NAME         PIC X(20).
           01 WS-BR-COUNT           PIC 999 VALUE 0.
           01 WS-BR-FOUND           PIC 999 VALUE 0.
           01 WS-FIND-BRANCH        PIC X(06).
           01 WS-FIND-BRANCH-NAME   PIC X(20).

      *    --- Branch sections found in the split reports ---
           01 WS-SEC-MAX            PIC 9(4) VALUE 1000.
           01 WS-SEC-TABLE.
               05 WS-SEC-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-SEC-IDX.
                   10 WSC-CAT          PIC 999.
                   10 WSC-BRANCH       PIC X(06).
                   10 WSC-START        PIC 9(6).
                   10 WSC-END          PIC 9(6).
           01 WS-SEC-COUNT          PIC 9(4) VALUE 0.
           01 WS-SEC-FIRST          PIC 9(4) VALUE 0.

      *    --- Survey state for the report being read ---
           01 WS-LINE-NUM           PIC 9(6).
           01 WS-PRINTED-LINES      PIC 9(6).
           01 WS-LAST-BLANK         PIC 9(6).
           01 WS-LAST-MARKER        PIC 9(6).
           01 WS-TAIL-START         PIC 9(6).
           01 WS-SCAN-POS           PIC 999.
           01 WS-LEAD-START         PIC 9(6).

      *    --- Package writing ---
           01 WS-PKG-NAME           PIC X(10).
           01 WS-PKG-TITLE          PIC X(40).
           01 WS-PKG-SENT           PIC 999.
           01 WS-PKG-MISSING        PIC 999.
           01 WS-PKG-EMPTY          PIC 999.
           01 WS-PKG-ANY            PIC X.
           01 WS-SEC-LINES          PIC 9(6).
           01 WS-SEC-PAGES          PIC 9(4).
           01 WS-COPY-LINE          PIC X.
           01 WS-BUNDLES-WRITTEN    PIC 999 VALUE 0.
           01 WS-BRANCH-BUNDLES     PIC 999 VALUE 0.
           01 WS-LOG-ROWS           PIC 9(5) VALUE 0.
           01 WS-DUE-COUNT          PIC 999 VALUE 0.
           01 WS-MISSING-COUNT      PIC 999 VALUE 0.
           01 WS-EMPTY-COUNT        PIC 999 VALUE 0.
           01 WS-LOG-OPEN           PIC X VALUE "N".
           01 WS-DISP-PAGES         PIC ZZZ9.
           01 WS-DISP-LINES         PIC ZZZZZ9.
           01 WS-DISP-COUNT         PIC ZZ9.
           01 WS-STATUS-TEXT        PIC X(08).
           01 WS-OUT-LINE           PIC X(200).

      *    --- Date / schedule ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-THIS-MONTH         PIC 99.
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-DOW-NUM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-MONTH-END          PIC X VALUE "N".
               88 MONTH-END-TONIGHT    VALUE "Y".

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-MONTH-END
               OPEN INPUT CATALOG-FILE
               IF NOT WS-CAT-FILE-OK
                   DISPLAY "  No REPORT-CATALOG.dat - nothing to "
                       "distribute"
                   STOP RUN
               END-IF
               PERFORM LOAD-ONE-CATALOG-ROW
                   UNTIL END-OF-CATALOG
               CLOSE CATALOG-FILE
      *        Last night's packages go first - a department with
      *        nothing due tonight must not find yesterday's package
      *        waiting (or archived again under tonight's date).
               CALL "SYSTEM" USING
                   "rm -f data/output/BUNDLE-*.dat"
               PERFORM LOAD-BRANCHES
               PERFORM SURVEY-ONE-REPORT
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               PERFORM WRITE-DEPARTMENT-PACKAGE
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-BRANCH-PACKAGE
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-LOG-OPEN = "Y"
                   CLOSE DIST-LOG-FILE
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
               MOVE WS-DATE-INT(5:2) TO WS-THIS-MONTH
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    Day 1 is 1601-01-01, a Monday, so the remainder lands
      *    0=Monday. The batch never runs on a weekend, so Friday's
      *    next business day is Monday; when that lands in a
      *    different month, tonight closes the month.
           DETERMINE-MONTH-END.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               COMPUTE WS-DOW-NUM = WS-DOW-REM + 1
               IF WS-DOW-NUM = 5
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 3
               ELSE
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 1
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-JULIAN)
                   TO WS-NEXT-BUS-INT
               IF WS-NEXT-BUS-INT(5:2) NOT = WS-DATE-INT(5:2)
                   MOVE "Y" TO WS-MONTH-END
               END-IF.

           LOAD-ONE-CATALOG-ROW.
               READ CATALOG-FILE INTO CATALOG-IO
               AT END
                   MOVE "Y" TO WS-EOF-CAT
               NOT AT END
                   MOVE CATALOG-IO TO REPORT-CATALOG-RECORD
                   IF RC-REPORT-FILE NOT = SPACES
                   AND RC-REPORT-FILE(1:1) NOT = "*"
                   AND WS-CAT-COUNT < WS-CAT-MAX
                       PERFORM STORE-CATALOG-ROW
                   END-IF
               END-READ.

           STORE-CATALOG-ROW.
               ADD 1 TO WS-CAT-COUNT
               SET WS-CAT-IDX TO WS-CAT-COUNT
               INITIALIZE WS-CAT-ENTRY(WS-CAT-IDX)
               MOVE RC-REPORT-FILE  TO WCT-FILE(WS-CAT-IDX)
               MOVE RC-DEPARTMENT   TO WCT-DEPT(WS-CAT-IDX)
               MOVE RC-RECIPIENTS   TO WCT-RECIPIENTS(WS-CAT-IDX)
               MOVE RC-CONFIDENTIAL TO WCT-CONF(WS-CAT-IDX)
               MOVE RC-SCHEDULE     TO WCT-SCHEDULE(WS-CAT-IDX)
               MOVE RC-RUN-DAYS     TO WCT-RUN-DAYS(WS-CAT-IDX)
               MOVE "N"             TO WCT-SPLIT(WS-CAT-IDX)
               MOVE "N"             TO WCT-STATE(WS-CAT-IDX)
      *        A split row without a usable marker cannot be cut,
      *        so it travels whole to its department only.
               IF RC-IS-BRANCH-SPLIT
               AND RC-SPLIT-MARKER NOT = SPACES
               AND RC-MARKER-COL-X IS NUMERIC
               AND RC-MARKER-COL > 0
                   MOVE "Y" TO WCT-SPLIT(WS-CAT-IDX)
                   MOVE RC-SPLIT-MARKER TO WCT-MARKER(WS-CAT-IDX)
                   MOVE RC-MARKER-COL TO WCT-MARKER-COL(WS-CAT-IDX)
                   COMPUTE WCT-MARKER-LEN(WS-CAT-IDX) =
                       FUNCTION LENGTH(FUNCTION TRIM(RC-SPLIT-MARKER
                           TRAILING))
                   MOVE RC-TRAILER-MARKER
                       TO WCT-TRAILER(WS-CAT-IDX)
                   IF RC-TRAILER-MARKER NOT = SPACES
                       COMPUTE WCT-TRAILER-LEN(WS-CAT-IDX) =
                           FUNCTION LENGTH(FUNCTION TRIM(
                               RC-TRAILER-MARKER TRAILING))
                   END-IF
               END-IF
               IF RC-DEPARTMENT = SPACES
                   MOVE "UNASSIGNED" TO WCT-DEPT(WS-CAT-IDX)
               END-IF
               MOVE 0 TO WS-DEPT-FOUND
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WDP-NAME(WS-DEPT-IDX) = WCT-DEPT(WS-CAT-IDX)
                       SET WS-DEPT-FOUND TO WS-DEPT-IDX
                   END-IF
               END-PERFORM
               IF WS-DEPT-FOUND = 0
               AND WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WCT-DEPT(WS-CAT-IDX)
                       TO WDP-NAME(WS-DEPT-COUNT)
               END-IF.

      *    --- Optional file: one row per account, so the distinct
      *        branch codes are gathered ---
           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-FILE-OK
                   PERFORM READ-ONE-BRANCH-ROW
                       UNTIL END-OF-BRANCH-FILE
                   CLOSE BRANCH-FILE
               END-IF.

           READ-ONE-BRANCH-ROW.
               READ BRANCH-FILE INTO BRANCH-IO
               AT END
                   MOVE "Y" TO WS-EOF-BRANCH
               NOT AT END
                   MOVE BRANCH-IO TO ACCOUNT-BRANCH-RECORD
                   IF ABR-BRANCH-CODE NOT = SPACES
                       MOVE ABR-BRANCH-CODE TO WS-FIND-BRANCH
                       MOVE ABR-BRANCH-NAME TO WS-FIND-BRANCH-NAME
                       PERFORM FIND-OR-ADD-BRANCH
                   END-IF
               END-READ.

           FIND-OR-ADD-BRANCH.
               MOVE 0 TO WS-BR-FOUND
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF WBR-CODE(WS-BR-IDX) = WS-FIND-BRANCH
                       SET WS-BR-FOUND TO WS-BR-IDX
                   END-IF
               END-PERFORM
               IF WS-BR-FOUND = 0
               AND WS-BR-COUNT < WS-BR-MAX
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-FIND-BRANCH TO WBR-CODE(WS-BR-COUNT)
                   MOVE WS-FIND-BRANCH-NAME TO WBR-NAME(WS-BR-COUNT)
               END-IF.

      *================================================================
      *    SURVEY - is each report due, there, and printed on; and
      *    where a split report's branch sections lie
      *================================================================
           SURVEY-ONE-REPORT.
               EVALUATE WCT-SCHEDULE(WS-CAT-IDX)
                   WHEN "M"
                       IF MONTH-END-TONIGHT
                           MOVE "D" TO WCT-STATE(WS-CAT-IDX)
                       END-IF
                   WHEN "Q"
                       IF MONTH-END-TONIGHT
                       AND (WS-THIS-MONTH = 3 OR 6 OR 9 OR 12)
                           MOVE "D" TO WCT-STATE(WS-CAT-IDX)
                       END-IF
                   WHEN "Y"
                       IF MONTH-END-TONIGHT
                       AND WS-THIS-MONTH = 12
                           MOVE "D" TO WCT-STATE(WS-CAT-IDX)
                       END-IF
                   WHEN "A"
                       MOVE "D" TO WCT-STATE(WS-CAT-IDX)
                   WHEN OTHER
                       IF WCT-RUN-DAYS(WS-CAT-IDX) = SPACES
                       OR WCT-RUN-DAYS(WS-CAT-IDX)(WS-DOW-NUM:1)
                           = "Y"
                           MOVE "D" TO WCT-STATE(WS-CAT-IDX)
                       END-IF
               END-EVALUATE
               IF WCT-STATE(WS-CAT-IDX) NOT = "D"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-REPORT-PATH
               STRING "data/output/" DELIMITED SIZE
                   WCT-FILE(WS-CAT-IDX) DELIMITED SPACE
                   INTO WS-REPORT-PATH
               OPEN INPUT REPORT-IN-FILE
               IF NOT WS-RPTIN-FILE-OK
                   PERFORM MARK-NOT-PRODUCED
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-LINE-NUM
               MOVE 0 TO WS-PRINTED-LINES
               MOVE 0 TO WS-LAST-BLANK
               MOVE 0 TO WS-LAST-MARKER
               MOVE 0 TO WS-TAIL-START
               MOVE 0 TO WS-SEC-FIRST
               MOVE "N" TO WS-EOF-RPTIN
               PERFORM SURVEY-ONE-LINE
                   UNTIL END-OF-REPORT-IN
               CLOSE REPORT-IN-FILE
               IF WS-PRINTED-LINES = 0
                   PERFORM MARK-NOT-PRODUCED
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WCT-STATE(WS-CAT-IDX)
               ADD 1 TO WS-DUE-COUNT
               MOVE WS-LINE-NUM TO WCT-LINES(WS-CAT-IDX)
               COMPUTE WCT-PAGES(WS-CAT-IDX) =
                   (WS-LINE-NUM + 49) / 50
      *        The last section runs to the bank-level tail, or to
      *        the end of the report.
               IF WS-SEC-FIRST > 0
                   IF WS-TAIL-START > 0
                       COMPUTE WSC-END(WS-SEC-COUNT) =
                           WS-TAIL-START - 1
                   ELSE
                       MOVE WS-LINE-NUM TO WSC-END(WS-SEC-COUNT)
                   END-IF
                   COMPUTE WCT-HEAD-END(WS-CAT-IDX) =
                       WSC-START(WS-SEC-FIRST) - 1
               END-IF.

      *    An as-produced report that is absent or blank simply was
      *    not produced tonight; anything else expected is a gap.
           MARK-NOT-PRODUCED.
               IF WCT-SCHEDULE(WS-CAT-IDX) = "A"
                   MOVE "N" TO WCT-STATE(WS-CAT-IDX)
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   IF NOT WS-RPTIN-FILE-OK
                       MOVE "M" TO WCT-STATE(WS-CAT-IDX)
                       ADD 1 TO WS-MISSING-COUNT
                   ELSE
                       MOVE "E" TO WCT-STATE(WS-CAT-IDX)
                       ADD 1 TO WS-EMPTY-COUNT
                   END-IF
               END-IF.

           SURVEY-ONE-LINE.
               READ REPORT-IN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RPTIN
               NOT AT END
                   ADD 1 TO WS-LINE-NUM
                   IF REPORT-IN-RECORD = SPACES
                       MOVE WS-LINE-NUM TO WS-LAST-BLANK
                   ELSE
                       ADD 1 TO WS-PRINTED-LINES
                       IF WCT-SPLIT(WS-CAT-IDX) = "Y"
                       AND WS-TAIL-START = 0
                           PERFORM CHECK-SECTION-MARKERS
                       END-IF
                   END-IF
               END-READ.

      *    A marker line opens a section; the unbroken lines just
      *    above it (its banner) open with it.
           CHECK-SECTION-MARKERS.
               MOVE WCT-MARKER-COL(WS-CAT-IDX) TO WS-SCAN-POS
               IF WCT-TRAILER-LEN(WS-CAT-IDX) > 0
               AND WS-SEC-FIRST > 0
                   IF REPORT-IN-RECORD(WS-SCAN-POS:
                       WCT-TRAILER-LEN(WS-CAT-IDX))
                       = WCT-TRAILER(WS-CAT-IDX)
                           (1:WCT-TRAILER-LEN(WS-CAT-IDX))
                       MOVE WS-LINE-NUM TO WS-TAIL-START
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF REPORT-IN-RECORD(WS-SCAN-POS:
                   WCT-MARKER-LEN(WS-CAT-IDX))
                   NOT = WCT-MARKER(WS-CAT-IDX)
                       (1:WCT-MARKER-LEN(WS-CAT-IDX))
                   EXIT PARAGRAPH
               END-IF
               IF WS-SEC-COUNT NOT < WS-SEC-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD WCT-MARKER-LEN(WS-CAT-IDX) TO WS-SCAN-POS
               PERFORM UNTIL WS-SCAN-POS > 190
                   OR REPORT-IN-RECORD(WS-SCAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-SCAN-POS
               END-PERFORM
               IF WS-SCAN-POS > 190
                   EXIT PARAGRAPH
               END-IF
               MOVE REPORT-IN-RECORD(WS-SCAN-POS:6) TO WS-FIND-BRANCH
               MOVE SPACES TO WS-FIND-BRANCH-NAME
               PERFORM FIND-OR-ADD-BRANCH
               IF WS-LAST-BLANK > WS-LAST-MARKER
                   COMPUTE WS-LEAD-START = WS-LAST-BLANK + 1
               ELSE
                   COMPUTE WS-LEAD-START = WS-LAST-MARKER + 1
               END-IF
               IF WS-SEC-FIRST > 0
                   COMPUTE WSC-END(WS-SEC-COUNT) = WS-LEAD-START - 1
               END-IF
               ADD 1 TO WS-SEC-COUNT
               IF WS-SEC-FIRST = 0
                   MOVE WS-SEC-COUNT TO WS-SEC-FIRST
               END-IF
               SET WSC-CAT(WS-SEC-COUNT) TO WS-CAT-IDX
               MOVE WS-FIND-BRANCH TO WSC-BRANCH(WS-SEC-COUNT)
               MOVE WS-LEAD-START TO WSC-START(WS-SEC-COUNT)
               MOVE WS-LINE-NUM TO WSC-END(WS-SEC-COUNT)
               MOVE WS-LINE-NUM TO WS-LAST-MARKER.

      *================================================================
      *    DEPARTMENT PACKAGES - cover page, then each report whole
      *================================================================
           WRITE-DEPARTMENT-PACKAGE.
               MOVE 0 TO WS-PKG-SENT
               MOVE 0 TO WS-PKG-MISSING
               MOVE 0 TO WS-PKG-EMPTY
               MOVE "N" TO WS-PKG-ANY
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WCT-DEPT(WS-CAT-IDX) = WDP-NAME(WS-DEPT-IDX)
                   AND WCT-STATE(WS-CAT-IDX) NOT = "N"
                       MOVE "Y" TO WS-PKG-ANY
                   END-IF
               END-PERFORM
               IF WS-PKG-ANY = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE WDP-NAME(WS-DEPT-IDX) TO WS-PKG-NAME
               MOVE SPACES TO WS-BUNDLE-PATH
               STRING "data/output/BUNDLE-" DELIMITED SIZE
                   WS-PKG-NAME DELIMITED SPACE
                   ".dat" DELIMITED SIZE
                   INTO WS-BUNDLE-PATH
               OPEN OUTPUT BUNDLE-FILE
               IF NOT WS-BUNDLE-FILE-OK
                   DISPLAY "  ERROR: Cannot open " WS-BUNDLE-PATH
                   DISPLAY "  FILE STATUS: " WS-BUNDLE-STATUS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BUNDLES-WRITTEN
               MOVE SPACES TO WS-PKG-TITLE
               STRING "DEPARTMENT: " DELIMITED SIZE
                   WS-PKG-NAME DELIMITED SIZE
                   INTO WS-PKG-TITLE
               PERFORM WRITE-COVER-HEADER
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WCT-DEPT(WS-CAT-IDX) = WS-PKG-NAME
                   AND WCT-STATE(WS-CAT-IDX) NOT = "N"
                       MOVE WCT-LINES(WS-CAT-IDX) TO WS-SEC-LINES
                       MOVE WCT-PAGES(WS-CAT-IDX) TO WS-SEC-PAGES
                       MOVE WCT-RECIPIENTS(WS-CAT-IDX)
                           TO DL-RECIPIENTS
                       PERFORM WRITE-COVER-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-COVER-FOOTER
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WCT-DEPT(WS-CAT-IDX) = WS-PKG-NAME
                   AND WCT-STATE(WS-CAT-IDX) = "S"
                       PERFORM COPY-REPORT-INTO-PACKAGE
                   END-IF
               END-PERFORM
               CLOSE BUNDLE-FILE.

      *================================================================
      *    BRANCH PACKAGES - each split report's heading plus this
      *    branch's sections
      *================================================================
           WRITE-BRANCH-PACKAGE.
               MOVE 0 TO WS-PKG-SENT
               MOVE 0 TO WS-PKG-MISSING
               MOVE 0 TO WS-PKG-EMPTY
               MOVE "N" TO WS-PKG-ANY
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WCT-SPLIT(WS-CAT-IDX) = "Y"
                   AND WCT-STATE(WS-CAT-IDX) NOT = "N"
                       MOVE "Y" TO WS-PKG-ANY
                   END-IF
               END-PERFORM
               IF WS-PKG-ANY = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-PKG-NAME
               STRING "BR-" DELIMITED SIZE
                   WBR-CODE(WS-BR-IDX) DELIMITED SIZE
                   INTO WS-PKG-NAME
               MOVE SPACES TO WS-BUNDLE-PATH
               STRING "data/output/BUNDLE-BR-" DELIMITED SIZE
                   WBR-CODE(WS-BR-IDX) DELIMITED SPACE
                   ".dat" DELIMITED SIZE
                   INTO WS-BUNDLE-PATH
               OPEN OUTPUT BUNDLE-FILE
               IF NOT WS-BUNDLE-FILE-OK
                   DISPLAY "  ERROR: Cannot open " WS-BUNDLE-PATH
                   DISPLAY "  FILE STATUS: " WS-BUNDLE-STATUS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BUNDLES-WRITTEN
               ADD 1 TO WS-BRANCH-BUNDLES
               MOVE SPACES TO WS-PKG-TITLE
               STRING "BRANCH: " DELIMITED SIZE
                   WBR-CODE(WS-BR-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WBR-NAME(WS-BR-IDX) DELIMITED SIZE
                   INTO WS-PKG-TITLE
               PERFORM WRITE-COVER-HEADER
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WCT-SPLIT(WS-CAT-IDX) = "Y"
                   AND WCT-STATE(WS-CAT-IDX) NOT = "N"
                       PERFORM MEASURE-BRANCH-SHARE
                       MOVE SPACES TO DL-RECIPIENTS
                       STRING "BRANCH MANAGER, " DELIMITED SIZE
                           WBR-CODE(WS-BR-IDX) DELIMITED SIZE
                           INTO DL-RECIPIENTS
                       PERFORM WRITE-COVER-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-COVER-FOOTER
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WCT-SPLIT(WS-CAT-IDX) = "Y"
                   AND WCT-STATE(WS-CAT-IDX) = "S"
                       PERFORM MEASURE-BRANCH-SHARE
                       IF WS-SEC-LINES > 0
                           PERFORM COPY-REPORT-INTO-PACKAGE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BUNDLE-FILE.

      *    Lines this branch receives: its sections, plus the
      *    report heading when it has any section at all.
           MEASURE-BRANCH-SHARE.
               MOVE 0 TO WS-SEC-LINES
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WSC-CAT(WS-SEC-IDX) = WS-CAT-IDX
                   AND WSC-BRANCH(WS-SEC-IDX) = WBR-CODE(WS-BR-IDX)
                       COMPUTE WS-SEC-LINES = WS-SEC-LINES
                           + WSC-END(WS-SEC-IDX)
                           - WSC-START(WS-SEC-IDX) + 1
                   END-IF
               END-PERFORM
               IF WS-SEC-LINES > 0
                   ADD WCT-HEAD-END(WS-CAT-IDX) TO WS-SEC-LINES
               END-IF
               COMPUTE WS-SEC-PAGES = (WS-SEC-LINES + 49) / 50.

      *================================================================
      *    Cover page and log
      *================================================================
           WRITE-COVER-HEADER.
               MOVE ALL "=" TO WS-OUT-LINE(1:100)
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - NIGHTLY REPORT PACKAGE - "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-PKG-TITLE TO WS-OUT-LINE(3:40)
               PERFORM EMIT-LINE
               MOVE ALL "=" TO WS-OUT-LINE(1:100)
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  REPORT" TO WS-OUT-LINE(1:8)
               MOVE "CONF"     TO WS-OUT-LINE(44:4)
               MOVE "PAGES"    TO WS-OUT-LINE(49:5)
               MOVE "LINES"    TO WS-OUT-LINE(56:5)
               MOVE "STATUS"   TO WS-OUT-LINE(63:6)
               MOVE "RECIPIENTS" TO WS-OUT-LINE(72:10)
               PERFORM EMIT-LINE
               MOVE ALL "-" TO WS-OUT-LINE(1:100)
               PERFORM EMIT-LINE.

      *    One report on the cover, and its row on the log. The
      *    caller has set WS-SEC-LINES / WS-SEC-PAGES and
      *    DL-RECIPIENTS for this package.
           WRITE-COVER-LINE.
               EVALUATE TRUE
                   WHEN WCT-STATE(WS-CAT-IDX) = "M"
                       MOVE "MISSING " TO WS-STATUS-TEXT
                       ADD 1 TO WS-PKG-MISSING
                       MOVE 0 TO WS-SEC-LINES
                       MOVE 0 TO WS-SEC-PAGES
                   WHEN WCT-STATE(WS-CAT-IDX) = "E"
                       MOVE "EMPTY   " TO WS-STATUS-TEXT
                       ADD 1 TO WS-PKG-EMPTY
                       MOVE 0 TO WS-SEC-LINES
                       MOVE 0 TO WS-SEC-PAGES
                   WHEN WS-SEC-LINES = 0
                       MOVE "NO-ITEMS" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "SENT    " TO WS-STATUS-TEXT
                       ADD 1 TO WS-PKG-SENT
               END-EVALUATE
               MOVE SPACES TO WS-OUT-LINE
               MOVE WCT-FILE(WS-CAT-IDX) TO WS-OUT-LINE(3:40)
               IF WCT-CONF(WS-CAT-IDX) = "Y"
                   MOVE "CONF" TO WS-OUT-LINE(44:4)
               END-IF
               MOVE WS-SEC-PAGES TO WS-DISP-PAGES
               MOVE WS-DISP-PAGES TO WS-OUT-LINE(50:4)
               MOVE WS-SEC-LINES TO WS-DISP-LINES
               MOVE WS-DISP-LINES TO WS-OUT-LINE(55:6)
               MOVE WS-STATUS-TEXT TO WS-OUT-LINE(63:8)
               MOVE DL-RECIPIENTS TO WS-OUT-LINE(72:40)
               PERFORM EMIT-LINE
               IF WS-LOG-OPEN NOT = "Y"
                   OPEN EXTEND DIST-LOG-FILE
                   IF NOT WS-LOG-STATUS = "00"
                       OPEN OUTPUT DIST-LOG-FILE
                   END-IF
                   MOVE "Y" TO WS-LOG-OPEN
               END-IF
               MOVE WS-TODAY TO DL-DATE
               MOVE WS-PKG-NAME TO DL-PACKAGE
               MOVE WCT-FILE(WS-CAT-IDX) TO DL-REPORT-FILE
               MOVE WS-STATUS-TEXT TO DL-STATUS
               MOVE WCT-CONF(WS-CAT-IDX) TO DL-CONFIDENTIAL
               MOVE WS-SEC-PAGES TO DL-PAGES
               MOVE WS-SEC-LINES TO DL-LINES
               MOVE DISTRIBUTION-LOG-RECORD TO DIST-LOG-IO
               WRITE DIST-LOG-IO
               ADD 1 TO WS-LOG-ROWS.

           WRITE-COVER-FOOTER.
               MOVE ALL "-" TO WS-OUT-LINE(1:100)
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  REPORTS INCLUDED:" TO WS-OUT-LINE(1:19)
               MOVE WS-PKG-SENT TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(21:3)
               MOVE "MISSING:" TO WS-OUT-LINE(27:8)
               MOVE WS-PKG-MISSING TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(36:3)
               MOVE "EMPTY:" TO WS-OUT-LINE(42:6)
               MOVE WS-PKG-EMPTY TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(49:3)
               PERFORM EMIT-LINE
               IF WS-PKG-MISSING > 0
               OR WS-PKG-EMPTY > 0
                   MOVE "  ** EXPECTED REPORT(S) MISSING OR EMPTY - "
                       & "CHECK TONIGHT'S BATCH RUN LOG **"
                       TO WS-OUT-LINE
                   PERFORM EMIT-LINE
               END-IF
               MOVE ALL "=" TO WS-OUT-LINE(1:100)
               PERFORM EMIT-LINE.

      *    The report behind its own banner. For a branch package
      *    only the heading and this branch's sections copy.
           COPY-REPORT-INTO-PACKAGE.
               MOVE SPACES TO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE ALL "-" TO WS-OUT-LINE(1:100)
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  BEGIN REPORT: " DELIMITED SIZE
                   WCT-FILE(WS-CAT-IDX) DELIMITED SPACE
                   INTO WS-OUT-LINE
               IF WCT-CONF(WS-CAT-IDX) = "Y"
                   MOVE "*** CONFIDENTIAL ***" TO WS-OUT-LINE(60:20)
               END-IF
               PERFORM EMIT-LINE
               MOVE ALL "-" TO WS-OUT-LINE(1:100)
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-REPORT-PATH
               STRING "data/output/" DELIMITED SIZE
                   WCT-FILE(WS-CAT-IDX) DELIMITED SPACE
                   INTO WS-REPORT-PATH
               OPEN INPUT REPORT-IN-FILE
               IF WS-RPTIN-FILE-OK
                   MOVE 0 TO WS-LINE-NUM
                   MOVE "N" TO WS-EOF-RPTIN
                   PERFORM COPY-ONE-REPORT-LINE
                       UNTIL END-OF-REPORT-IN
                   CLOSE REPORT-IN-FILE
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "  END REPORT: " DELIMITED SIZE
                   WCT-FILE(WS-CAT-IDX) DELIMITED SPACE
                   INTO WS-OUT-LINE
               PERFORM EMIT-LINE.

           COPY-ONE-REPORT-LINE.
               READ REPORT-IN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RPTIN
               NOT AT END
                   ADD 1 TO WS-LINE-NUM
                   MOVE "Y" TO WS-COPY-LINE
                   IF WS-PKG-NAME(1:3) = "BR-"
                       PERFORM CHECK-BRANCH-LINE
                   END-IF
                   IF WS-COPY-LINE = "Y"
                       MOVE REPORT-IN-RECORD TO WS-OUT-LINE
                       PERFORM EMIT-LINE
                   END-IF
               END-READ.

           CHECK-BRANCH-LINE.
               IF WS-LINE-NUM <= WCT-HEAD-END(WS-CAT-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-COPY-LINE
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   OR WS-COPY-LINE = "Y"
                   IF WSC-CAT(WS-SEC-IDX) = WS-CAT-IDX
                   AND WSC-BRANCH(WS-SEC-IDX) = WBR-CODE(WS-BR-IDX)
                   AND WS-LINE-NUM >= WSC-START(WS-SEC-IDX)
                   AND WS-LINE-NUM <= WSC-END(WS-SEC-IDX)
                       MOVE "Y" TO WS-COPY-LINE
                   END-IF
               END-PERFORM.

           EMIT-LINE.
               MOVE WS-OUT-LINE TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD
               MOVE SPACES TO WS-OUT-LINE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Report Distribution"
               DISPLAY "=============================================="
               DISPLAY "  Business Date    : " WS-TODAY
               DISPLAY "  Reports Catalogued: " WS-CAT-COUNT
               DISPLAY "  Expected Tonight : " WS-DUE-COUNT
               DISPLAY "  Missing          : " WS-MISSING-COUNT
               DISPLAY "  Empty            : " WS-EMPTY-COUNT
               DISPLAY "  Packages Written : " WS-BUNDLES-WRITTEN
               DISPLAY "    Branch Packages: " WS-BRANCH-BUNDLES
               DISPLAY "  Log Rows         : " WS-LOG-ROWS
               IF WS-MISSING-COUNT > 0
               OR WS-EMPTY-COUNT > 0
                   DISPLAY "  *** Expected report(s) missing or "
                       "empty - see package covers ***"
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/BUNDLE-<department>.dat"
               DISPLAY "  → data/output/BUNDLE-BR-<branch>.dat"
               DISPLAY "  → data/output/DISTRIBUTION-LOG.dat"
               DISPLAY "==============================================".
