      *================================================================
      * PROGRAM:    COMPLAINT-TREND.cbl
      * DESCRIPTION: Monthly complaint trend report from the complaint
      *              register (data/output/COMPLAINTS.dat, see
      *              COMPLAINT-RECORD.cpy), for the complaint committee
      *              and the examiners. Runs at month end only (the
      *              same next-business-day test COLLATERAL-REPORT
      *              closes the month on) and counts complaints by the
      *              month they were received:
      *                - by category, by product and by branch: the
      *                  month just closing, the month before, and
      *                  the trailing twelve months, with how many of
      *                  the twelve months' complaints were answered
      *                  (or are still open) past the internal
      *                  response deadline and how many are open now;
      *                - repeat complainants - every customer with
      *                  more than one complaint in the trailing
      *                  twelve months, with the count, the latest
      *                  received date and the categories involved,
      *                  marked when one of them came in this month.
      *              A complaint with no product or branch is counted
      *              under NONE.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COMPLAINT-TREND.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMPLAINTS-FILE
                   ASSIGN TO "data/output/COMPLAINTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CPL-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/COMPLAINT-TREND-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD COMPLAINTS-FILE.
           01 COMPLAINT-IO          PIC X(200).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-CPL-STATUS         PIC XX.
               88 WS-CPL-FILE-OK        VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-CPL            PIC X VALUE "N".
               88 END-OF-CPL-LOAD      VALUE "Y".

           COPY "COMPLAINT-RECORD.cpy".

      *    --- Tallies: C category, P product, B branch. The six
      *        categories are seeded so every one prints ---
           01 WS-TALLY-MAX          PIC 9(3) VALUE 300.
           01 WS-TALLY-TABLE.
               05 WS-TALLY-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-TALLY-IDX.
                   10 WTL-KIND         PIC X(01).
                   10 WTL-KEY          PIC X(10).
                   10 WTL-THIS-MONTH   PIC 9(5).
                   10 WTL-PRIOR-MONTH  PIC 9(5).
                   10 WTL-TWELVE-MONTH PIC 9(5).
                   10 WTL-LATE         PIC 9(5).
                   10 WTL-OPEN         PIC 9(5).
           01 WS-TALLY-COUNT        PIC 9(3) VALUE 0.
           01 WS-TALLY-FOUND-IDX    PIC 9(3) VALUE 0.
           01 WS-TALLY-KIND         PIC X(01).
           01 WS-TALLY-KEY          PIC X(10).
           01 WS-PRINT-KIND         PIC X(01).

      *    --- Complainants in the trailing twelve months ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCC-CUSTOMER-ID  PIC X(10).
                   10 WCC-COUNT        PIC 9(3).
                   10 WCC-LATEST-DATE  PIC X(10).
                   10 WCC-THIS-MONTH   PIC X(01).
                   10 WCC-CATEGORIES   PIC X(24).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CUST-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-CAT-POS            PIC 99 VALUE 0.
           01 WS-REPEAT-COUNT       PIC 9(4) VALUE 0.

      *    --- Month arithmetic: months since year 0 ---
           01 WS-YM-PARSE.
               05 WS-YM-YEAR        PIC 9(4).
               05 WS-YM-MONTH       PIC 9(2).
           01 WS-TODAY-MONTHS       PIC 9(6).
           01 WS-RECEIVED-MONTHS    PIC 9(6).
           01 WS-MONTHS-BACK        PIC S9(6).

      *    --- Date / month-end ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-MONTH-END          PIC X VALUE "N".
               88 MONTH-END-TONIGHT    VALUE "Y".

      *    --- Counters / display ---
           01 WS-CPL-READ           PIC 9(5) VALUE 0.
           01 WS-THIS-MONTH-TOTAL   PIC 9(5) VALUE 0.
           01 WS-TWELVE-MONTH-TOTAL PIC 9(5) VALUE 0.
           01 WS-DISP-COUNT         PIC ZZ,ZZ9.
           01 WS-DISP-COUNT-2       PIC ZZ,ZZ9.
           01 WS-DISP-COUNT-3       PIC ZZ,ZZ9.
           01 WS-DISP-COUNT-4       PIC ZZ,ZZ9.
           01 WS-DISP-COUNT-5       PIC ZZ,ZZ9.
           01 WS-OUT-LINE           PIC X(100).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-MONTH-END
               IF NOT MONTH-END-TONIGHT
                   DISPLAY "  Not month-end - no complaint trend report"
                   STOP RUN
               END-IF
               PERFORM SEED-CATEGORIES
               OPEN INPUT COMPLAINTS-FILE
               IF WS-CPL-FILE-OK
                   PERFORM TALLY-ONE-COMPLAINT
                       UNTIL END-OF-CPL-LOAD
                   CLOSE COMPLAINTS-FILE
               END-IF
               PERFORM WRITE-TREND-REPORT
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
               MOVE WS-DATE-INT(1:6) TO WS-YM-PARSE
               COMPUTE WS-TODAY-MONTHS =
                   WS-YM-YEAR * 12 + WS-YM-MONTH.

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

           SEED-CATEGORIES.
               MOVE "C" TO WS-TALLY-KIND
               MOVE "FEE" TO WS-TALLY-KEY
               PERFORM FIND-OR-ADD-TALLY
               MOVE "ODR" TO WS-TALLY-KEY
               PERFORM FIND-OR-ADD-TALLY
               MOVE "DSP" TO WS-TALLY-KEY
               PERFORM FIND-OR-ADD-TALLY
               MOVE "SVC" TO WS-TALLY-KEY
               PERFORM FIND-OR-ADD-TALLY
               MOVE "DSC" TO WS-TALLY-KEY
               PERFORM FIND-OR-ADD-TALLY
               MOVE "PRV" TO WS-TALLY-KEY
               PERFORM FIND-OR-ADD-TALLY.

           FIND-OR-ADD-TALLY.
               MOVE 0 TO WS-TALLY-FOUND-IDX
               PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                   IF WTL-KIND(WS-TALLY-IDX) = WS-TALLY-KIND
                   AND WTL-KEY(WS-TALLY-IDX) = WS-TALLY-KEY
                       SET WS-TALLY-FOUND-IDX TO WS-TALLY-IDX
                   END-IF
               END-PERFORM
               IF WS-TALLY-FOUND-IDX = 0
               AND WS-TALLY-COUNT < WS-TALLY-MAX
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND-IDX
                   MOVE WS-TALLY-KIND TO WTL-KIND(WS-TALLY-COUNT)
                   MOVE WS-TALLY-KEY TO WTL-KEY(WS-TALLY-COUNT)
                   MOVE 0 TO WTL-THIS-MONTH(WS-TALLY-COUNT)
                   MOVE 0 TO WTL-PRIOR-MONTH(WS-TALLY-COUNT)
                   MOVE 0 TO WTL-TWELVE-MONTH(WS-TALLY-COUNT)
                   MOVE 0 TO WTL-LATE(WS-TALLY-COUNT)
                   MOVE 0 TO WTL-OPEN(WS-TALLY-COUNT)
               END-IF.

      *================================================================
      *    Counting.
      *================================================================
           TALLY-ONE-COMPLAINT.
               READ COMPLAINTS-FILE INTO COMPLAINT-IO
               AT END
                   MOVE "Y" TO WS-EOF-CPL
               NOT AT END
                   MOVE COMPLAINT-IO TO COMPLAINT-RECORD
                   IF CPL-COMPLAINT-ID NOT = SPACES
                   AND CPL-RECEIVED-DATE(1:4) IS NUMERIC
                   AND CPL-RECEIVED-DATE(6:2) IS NUMERIC
                       ADD 1 TO WS-CPL-READ
                       MOVE CPL-RECEIVED-DATE(1:4) TO WS-YM-YEAR
                       MOVE CPL-RECEIVED-DATE(6:2) TO WS-YM-MONTH
                       COMPUTE WS-RECEIVED-MONTHS =
                           WS-YM-YEAR * 12 + WS-YM-MONTH
                       COMPUTE WS-MONTHS-BACK =
                           WS-TODAY-MONTHS - WS-RECEIVED-MONTHS
                       MOVE "C" TO WS-TALLY-KIND
                       MOVE CPL-CATEGORY TO WS-TALLY-KEY
                       PERFORM COUNT-IN-TALLY
                       MOVE "P" TO WS-TALLY-KIND
                       MOVE CPL-PRODUCT TO WS-TALLY-KEY
                       PERFORM COUNT-IN-TALLY
                       MOVE "B" TO WS-TALLY-KIND
                       MOVE CPL-BRANCH-CODE TO WS-TALLY-KEY
                       PERFORM COUNT-IN-TALLY
                       IF WS-MONTHS-BACK >= 0 AND WS-MONTHS-BACK < 12
                           PERFORM COUNT-COMPLAINANT
                           ADD 1 TO WS-TWELVE-MONTH-TOTAL
                       END-IF
                       IF WS-MONTHS-BACK = 0
                           ADD 1 TO WS-THIS-MONTH-TOTAL
                       END-IF
                   END-IF
               END-READ.

           COUNT-IN-TALLY.
               IF WS-TALLY-KEY = SPACES
                   MOVE "NONE" TO WS-TALLY-KEY
               END-IF
               PERFORM FIND-OR-ADD-TALLY
               IF WS-TALLY-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-MONTHS-BACK = 0
                   ADD 1 TO WTL-THIS-MONTH(WS-TALLY-FOUND-IDX)
               END-IF
               IF WS-MONTHS-BACK = 1
                   ADD 1 TO WTL-PRIOR-MONTH(WS-TALLY-FOUND-IDX)
               END-IF
               IF WS-MONTHS-BACK >= 0 AND WS-MONTHS-BACK < 12
                   ADD 1 TO WTL-TWELVE-MONTH(WS-TALLY-FOUND-IDX)
                   IF CPL-PAST-DUE
                       ADD 1 TO WTL-LATE(WS-TALLY-FOUND-IDX)
                   END-IF
               END-IF
               IF CPL-LIVE
                   ADD 1 TO WTL-OPEN(WS-TALLY-FOUND-IDX)
               END-IF.

      *    Categories are kept once each, space-separated, in the
      *    order they first appear.
           COUNT-COMPLAINANT.
               MOVE 0 TO WS-CUST-FOUND-IDX
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCC-CUSTOMER-ID(WS-CUST-IDX) = CPL-CUSTOMER-ID
                       SET WS-CUST-FOUND-IDX TO WS-CUST-IDX
                   END-IF
               END-PERFORM
               IF WS-CUST-FOUND-IDX = 0
                   IF WS-CUST-COUNT NOT < WS-CUST-MAX
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CUST-FOUND-IDX
                   MOVE CPL-CUSTOMER-ID
                       TO WCC-CUSTOMER-ID(WS-CUST-COUNT)
                   MOVE 0 TO WCC-COUNT(WS-CUST-COUNT)
                   MOVE SPACES TO WCC-LATEST-DATE(WS-CUST-COUNT)
                   MOVE "N" TO WCC-THIS-MONTH(WS-CUST-COUNT)
                   MOVE SPACES TO WCC-CATEGORIES(WS-CUST-COUNT)
               END-IF
               ADD 1 TO WCC-COUNT(WS-CUST-FOUND-IDX)
               IF CPL-RECEIVED-DATE > WCC-LATEST-DATE(WS-CUST-FOUND-IDX)
                   MOVE CPL-RECEIVED-DATE
                       TO WCC-LATEST-DATE(WS-CUST-FOUND-IDX)
               END-IF
               IF WS-MONTHS-BACK = 0
                   MOVE "Y" TO WCC-THIS-MONTH(WS-CUST-FOUND-IDX)
               END-IF
               MOVE 0 TO WS-CAT-POS
               PERFORM VARYING WS-CAT-POS FROM 1 BY 4
                   UNTIL WS-CAT-POS > 21
                   OR WCC-CATEGORIES(WS-CUST-FOUND-IDX)(WS-CAT-POS:3)
                       = CPL-CATEGORY
                   OR WCC-CATEGORIES(WS-CUST-FOUND-IDX)(WS-CAT-POS:3)
                       = SPACES
                   CONTINUE
               END-PERFORM
               IF WS-CAT-POS <= 21
                   MOVE CPL-CATEGORY
                       TO WCC-CATEGORIES(WS-CUST-FOUND-IDX)
                           (WS-CAT-POS:3)
               END-IF.

      *================================================================
      *    Report.
      *================================================================
           WRITE-TREND-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "COMPLAINT-TREND-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - COMPLAINT TRENDS, MONTH ENDING "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "C" TO WS-PRINT-KIND
               MOVE "  BY CATEGORY" TO WS-OUT-LINE
               PERFORM WRITE-TALLY-SECTION
               MOVE "P" TO WS-PRINT-KIND
               MOVE "  BY PRODUCT" TO WS-OUT-LINE
               PERFORM WRITE-TALLY-SECTION
               MOVE "B" TO WS-PRINT-KIND
               MOVE "  BY BRANCH" TO WS-OUT-LINE
               PERFORM WRITE-TALLY-SECTION
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  REPEAT COMPLAINANTS - MORE THAN ONE COMPLAINT "
                   & "IN 12 MONTHS" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  CUSTOMER    COUNT  LATEST      CATEGORIES"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-REPEAT-LINE
                   VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  REPEAT COMPLAINANTS: " DELIMITED SIZE
                   WS-REPEAT-COUNT DELIMITED SIZE
                   "   * = ONE RECEIVED THIS MONTH" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE.

      *    WS-OUT-LINE carries the section title in.
           WRITE-TALLY-SECTION.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "THIS MONTH" TO WS-OUT-LINE(17:10)
               MOVE "PRIOR MONTH" TO WS-OUT-LINE(29:11)
               MOVE "12 MONTHS" TO WS-OUT-LINE(43:9)
               MOVE "LATE (12M)" TO WS-OUT-LINE(55:10)
               MOVE "OPEN NOW" TO WS-OUT-LINE(68:8)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-TALLY-LINE
                   VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-COUNT.

           WRITE-ONE-TALLY-LINE.
               IF WTL-KIND(WS-TALLY-IDX) = WS-PRINT-KIND
                   MOVE WTL-THIS-MONTH(WS-TALLY-IDX) TO WS-DISP-COUNT
                   MOVE WTL-PRIOR-MONTH(WS-TALLY-IDX)
                       TO WS-DISP-COUNT-2
                   MOVE WTL-TWELVE-MONTH(WS-TALLY-IDX)
                       TO WS-DISP-COUNT-3
                   MOVE WTL-LATE(WS-TALLY-IDX) TO WS-DISP-COUNT-4
                   MOVE WTL-OPEN(WS-TALLY-IDX) TO WS-DISP-COUNT-5
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WTL-KEY(WS-TALLY-IDX) TO WS-OUT-LINE(3:10)
                   MOVE WS-DISP-COUNT   TO WS-OUT-LINE(21:6)
                   MOVE WS-DISP-COUNT-2 TO WS-OUT-LINE(34:6)
                   MOVE WS-DISP-COUNT-3 TO WS-OUT-LINE(46:6)
                   MOVE WS-DISP-COUNT-4 TO WS-OUT-LINE(59:6)
                   MOVE WS-DISP-COUNT-5 TO WS-OUT-LINE(70:6)
                   IF WTL-THIS-MONTH(WS-TALLY-IDX)
                       > WTL-PRIOR-MONTH(WS-TALLY-IDX)
                       MOVE "UP" TO WS-OUT-LINE(79:2)
                   END-IF
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           WRITE-ONE-REPEAT-LINE.
               IF WCC-COUNT(WS-CUST-IDX) > 1
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE WCC-COUNT(WS-CUST-IDX) TO WS-DISP-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  " DELIMITED SIZE
                       WCC-CUSTOMER-ID(WS-CUST-IDX) DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-DISP-COUNT DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WCC-LATEST-DATE(WS-CUST-IDX) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WCC-CATEGORIES(WS-CUST-IDX) DELIMITED SIZE
                       INTO WS-OUT-LINE
                   IF WCC-THIS-MONTH(WS-CUST-IDX) = "Y"
                       MOVE "*" TO WS-OUT-LINE(1:1)
                   END-IF
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Complaint Trend Report"
               DISPLAY "=============================================="
               DISPLAY "  Complaints on File : " WS-CPL-READ
               DISPLAY "  Received This Month: " WS-THIS-MONTH-TOTAL
               DISPLAY "  Received 12 Months : " WS-TWELVE-MONTH-TOTAL
               DISPLAY "  Repeat Complainants: " WS-REPEAT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/COMPLAINT-TREND-REPORT.dat"
               DISPLAY "==============================================".
