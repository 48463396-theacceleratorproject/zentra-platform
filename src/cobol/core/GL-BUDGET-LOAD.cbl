      *================================================================
      * PROGRAM:    GL-BUDGET-LOAD.cbl
      * DESCRIPTION: Loads the annual GL budget - by income or
      *              expense code, branch and month - that
      *              BUDGET-VARIANCE holds the month's actuals
      *              against. Finance keys the lines onto
      *              GL-BUDGET-LOAD.dat (see GL-BUDGET-REQUEST-
      *              RECORD.cpy) at budget time and again at each
      *              reforecast; accepted lines are added to the
      *              budget file, data/output/GL-BUDGET.dat (see
      *              GL-BUDGET-RECORD.cpy):
      *                - every line accepted for a fiscal year in one
      *                  run carries that year's next version number
      *                  - 001 for the original budget, then one
      *                  higher than the highest already on file -
      *                  so a reforecast need only key the lines it
      *                  changes; a line not rekeyed stays in force
      *                  at its earlier version;
      *                - earlier versions are never overwritten, so
      *                  the original budget can always be reported
      *                  alongside the revision;
      *                - a line is refused when the loading operator
      *                  lacks keying rights on OPERATORS.dat, the
      *                  year is past or not a year, the code is not
      *                  an income or expense code on
      *                  GL-CHART-OF-ACCOUNTS.dat (columns 64-65
      *                  carry the class), a monthly amount is not
      *                  numeric, or the same code and branch was
      *                  already keyed for that year in this load.
      *              Every line is echoed to GL-BUDGET-RESULTS.dat
      *              with its version, status and error code. Runs
      *              ahead of GL-PERIOD-CLOSE in the nightly chain;
      *              most nights there is nothing to load.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GL-BUDGET-LOAD.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: keyed only at budget and reforecast time.
               SELECT REQUESTS-FILE
                   ASSIGN TO "data/input/GL-BUDGET-LOAD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.

      *        The budget file, persisted across runs - load in full,
      *        rewrite in full.
               SELECT BUDGET-FILE
                   ASSIGN TO "data/output/GL-BUDGET.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUD-STATUS.

      *        Optional: no chart means no code is known, so every
      *        line is refused.
               SELECT GL-CHART-FILE
                   ASSIGN TO "data/input/GL-CHART-OF-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHART-STATUS.

               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/GL-BUDGET-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REQUESTS-FILE.
           01 REQUEST-IO            PIC X(180).

           FD BUDGET-FILE.
           01 BUDGET-IO             PIC X(180).

           FD GL-CHART-FILE.
           01 GL-CHART-IO           PIC X(100).

           FD OPERATORS-FILE.
           01 OPERATORS-IO          PIC X(100).

           FD RESULTS-FILE.
           01 RESULT-IO             PIC X(180).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK        VALUE "00".
           01 WS-BUD-STATUS         PIC XX.
               88 WS-BUD-FILE-OK        VALUE "00".
           01 WS-CHART-STATUS       PIC XX.
               88 WS-CHART-FILE-OK      VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK       VALUE "00".
           01 WS-RESULT-STATUS      PIC XX.
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 END-OF-REQ-LOAD      VALUE "Y".
           01 WS-EOF-BUD            PIC X VALUE "N".
               88 END-OF-BUD-LOAD      VALUE "Y".
           01 WS-EOF-CHART          PIC X VALUE "N".
               88 END-OF-CHART-LOAD    VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".

           COPY "GL-BUDGET-RECORD.cpy".
           COPY "GL-BUDGET-REQUEST-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".

      *    --- Budget file: every version of every line ---
           01 WS-BUD-MAX            PIC 9(4) VALUE 5000.
           01 WS-BUD-TABLE.
               05 WS-BUD-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-BUD-IDX.
                   10 WBG-RECORD       PIC X(180).
           01 WS-BUD-COUNT          PIC 9(4) VALUE 0.
      *    Rows past this one were added by tonight's load.
           01 WS-BUD-ON-FILE        PIC 9(4) VALUE 0.
           01 WS-BUD-POS            PIC 9(4) VALUE 0.

      *    --- Versions by fiscal year: the highest on file, and the
      *        one tonight's lines for that year carry ---
           01 WS-YR-MAX             PIC 99 VALUE 20.
           01 WS-YR-TABLE.
               05 WS-YR-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-YR-IDX.
                   10 WYR-YEAR         PIC X(04).
                   10 WYR-HIGH-VERSION PIC 9(03).
                   10 WYR-NEW-VERSION  PIC 9(03).
           01 WS-YR-COUNT           PIC 99 VALUE 0.
           01 WS-YR-FOUND-IDX       PIC 99 VALUE 0.
           01 WS-FIND-YEAR          PIC X(04).

      *    --- Chart codes with their class (dr-class at 64,
      *        cr-class at 65) ---
           01 WS-CODE-MAX           PIC 999 VALUE 200.
           01 WS-CODE-TABLE.
               05 WS-CODE-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-CODE-IDX.
                   10 WGC-CODE         PIC X(06).
                   10 WGC-CLASS        PIC X(01).
           01 WS-CODE-COUNT         PIC 999 VALUE 0.
           01 WS-CODE-FOUND-IDX     PIC 999 VALUE 0.
           01 WS-FIND-CODE          PIC X(06).
           01 WS-FIND-CLASS         PIC X(01).

      *    --- Operators: ID and role ---
           01 WS-OPER-MAX           PIC 9(3) VALUE 500.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
                   10 WOP-ROLE         PIC X(01).
           01 WS-OPER-COUNT         PIC 9(3) VALUE 0.
           01 WS-FIND-OPER          PIC X(06).
           01 WS-FOUND-ROLE         PIC X(01).

      *    --- Tonight's lines ---
           01 WS-RQ-MAX             PIC 9(4) VALUE 2000.
           01 WS-RQ-TABLE.
               05 WS-RQ-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-RQ-IDX.
                   10 WRQ-RECORD       PIC X(180).
           01 WS-RQ-COUNT           PIC 9(4) VALUE 0.
           01 WS-MONTH-IDX          PIC 99.
           01 WS-LINE-BRANCH        PIC X(06).
           01 WS-LINE-ERROR         PIC X(03).

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Counters / totals ---
           01 WS-REQ-COUNT          PIC 9(4) VALUE 0.
           01 WS-ACCEPTED-COUNT     PIC 9(4) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(4) VALUE 0.
           01 WS-ANNUAL-AMOUNT      PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-INCOME       PIC 9(13)V99 VALUE 0.
           01 WS-TOTAL-EXPENSE      PIC 9(13)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$,$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-REQUESTS
               IF WS-RQ-COUNT = 0
                   DISPLAY "  No GL-BUDGET-LOAD.dat lines - budget "
                       "file unchanged"
                   STOP RUN
               END-IF
               PERFORM LOAD-BUDGET
               PERFORM LOAD-CHART-CLASSES
               PERFORM LOAD-OPERATORS
               PERFORM PROCESS-ONE-REQUEST
                   VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               PERFORM WRITE-RESULTS
               PERFORM REWRITE-BUDGET
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

           LOAD-REQUESTS.
               OPEN INPUT REQUESTS-FILE
               IF WS-REQ-FILE-OK
                   PERFORM READ-ONE-REQUEST
                       UNTIL END-OF-REQ-LOAD
                   CLOSE REQUESTS-FILE
               END-IF.

           READ-ONE-REQUEST.
               READ REQUESTS-FILE INTO REQUEST-IO
               AT END
                   MOVE "Y" TO WS-EOF-REQ
               NOT AT END
                   IF REQUEST-IO NOT = SPACES
                       ADD 1 TO WS-REQ-COUNT
                       IF WS-RQ-COUNT < WS-RQ-MAX
                           ADD 1 TO WS-RQ-COUNT
                           MOVE REQUEST-IO TO WRQ-RECORD(WS-RQ-COUNT)
                       ELSE
                           DISPLAY "  WARNING: GL-BUDGET-LOAD.dat "
                               "over " WS-RQ-MAX " rows - the rest "
                               "wait for the next run"
                       END-IF
                   END-IF
               END-READ.

      *    --- Optional file: absent before the first budget ---
           LOAD-BUDGET.
               OPEN INPUT BUDGET-FILE
               IF WS-BUD-FILE-OK
                   PERFORM READ-ONE-BUDGET-LINE
                       UNTIL END-OF-BUD-LOAD
                   CLOSE BUDGET-FILE
               END-IF
               MOVE WS-BUD-COUNT TO WS-BUD-ON-FILE.

           READ-ONE-BUDGET-LINE.
               READ BUDGET-FILE INTO BUDGET-IO
               AT END
                   MOVE "Y" TO WS-EOF-BUD
               NOT AT END
                   IF WS-BUD-COUNT < WS-BUD-MAX
                   AND BUDGET-IO NOT = SPACES
                       ADD 1 TO WS-BUD-COUNT
                       MOVE BUDGET-IO TO WBG-RECORD(WS-BUD-COUNT)
                       MOVE BUDGET-IO TO GL-BUDGET-RECORD
                       MOVE GB-FISCAL-YEAR TO WS-FIND-YEAR
                       PERFORM FIND-OR-ADD-YEAR
                       IF WS-YR-FOUND-IDX > 0
                       AND GB-VERSION IS NUMERIC
                       AND GB-VERSION > WYR-HIGH-VERSION
                                            (WS-YR-FOUND-IDX)
                           MOVE GB-VERSION
                               TO WYR-HIGH-VERSION(WS-YR-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

           FIND-OR-ADD-YEAR.
               MOVE 0 TO WS-YR-FOUND-IDX
               PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-COUNT
                   IF WYR-YEAR(WS-YR-IDX) = WS-FIND-YEAR
                       SET WS-YR-FOUND-IDX TO WS-YR-IDX
                   END-IF
               END-PERFORM
               IF WS-YR-FOUND-IDX = 0
               AND WS-YR-COUNT < WS-YR-MAX
                   ADD 1 TO WS-YR-COUNT
                   MOVE WS-FIND-YEAR TO WYR-YEAR(WS-YR-COUNT)
                   MOVE 0 TO WYR-HIGH-VERSION(WS-YR-COUNT)
                   MOVE 0 TO WYR-NEW-VERSION(WS-YR-COUNT)
                   MOVE WS-YR-COUNT TO WS-YR-FOUND-IDX
               END-IF.

      *    --- Only income and expense codes carry a budget; a chart
      *        row from before the classes existed offers none ---
           LOAD-CHART-CLASSES.
               OPEN INPUT GL-CHART-FILE
               IF WS-CHART-FILE-OK
                   PERFORM READ-ONE-CHART-ROW
                       UNTIL END-OF-CHART-LOAD
                   CLOSE GL-CHART-FILE
               ELSE
                   DISPLAY "  WARNING: GL-CHART-OF-ACCOUNTS.dat not "
                       "found - no budget line can be accepted"
               END-IF.

           READ-ONE-CHART-ROW.
               READ GL-CHART-FILE INTO GL-CHART-IO
               AT END
                   MOVE "Y" TO WS-EOF-CHART
               NOT AT END
                   MOVE GL-CHART-IO(4:6)  TO WS-FIND-CODE
                   MOVE GL-CHART-IO(64:1) TO WS-FIND-CLASS
                   PERFORM ADD-CHART-CODE
                   MOVE GL-CHART-IO(34:6) TO WS-FIND-CODE
                   MOVE GL-CHART-IO(65:1) TO WS-FIND-CLASS
                   PERFORM ADD-CHART-CODE
               END-READ.

           ADD-CHART-CODE.
               IF WS-FIND-CODE NOT = SPACES
               AND (WS-FIND-CLASS = "I" OR WS-FIND-CLASS = "E")
                   PERFORM FIND-CHART-CODE
                   IF WS-CODE-FOUND-IDX = 0
                   AND WS-CODE-COUNT < WS-CODE-MAX
                       ADD 1 TO WS-CODE-COUNT
                       MOVE WS-FIND-CODE TO WGC-CODE(WS-CODE-COUNT)
                       MOVE WS-FIND-CLASS TO WGC-CLASS(WS-CODE-COUNT)
                   END-IF
               END-IF.

           FIND-CHART-CODE.
               MOVE 0 TO WS-CODE-FOUND-IDX
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-FOUND-IDX > 0
                   IF WGC-CODE(WS-CODE-IDX) = WS-FIND-CODE
                       SET WS-CODE-FOUND-IDX TO WS-CODE-IDX
                   END-IF
               END-PERFORM.

      *    --- A missing roster leaves nobody able to load ---
           LOAD-OPERATORS.
               OPEN INPUT OPERATORS-FILE
               IF WS-OPER-FILE-OK
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPER-LOAD
                   CLOSE OPERATORS-FILE
               END-IF.

           READ-ONE-OPERATOR.
               READ OPERATORS-FILE INTO OPERATORS-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   MOVE OPERATORS-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                   AND OP-OPERATOR-ID NOT = SPACES
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
                       MOVE OP-ROLE TO WOP-ROLE(WS-OPER-COUNT)
                   END-IF
               END-READ.

      *    Keying rights are the maintenance and supervisor roles,
      *    as for a manual journal.
           FIND-OPERATOR-ROLE.
               MOVE SPACE TO WS-FOUND-ROLE
               IF WS-FIND-OPER NOT = SPACES
                   PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
                       IF WOP-OPERATOR-ID(WS-OPER-IDX) = WS-FIND-OPER
                           MOVE WOP-ROLE(WS-OPER-IDX) TO WS-FOUND-ROLE
                       END-IF
                   END-PERFORM
               END-IF.

      *================================================================
      *    One budget line: edited, then added to the budget file
      *    under its year's version for tonight.
      *================================================================
           PROCESS-ONE-REQUEST.
               MOVE WRQ-RECORD(WS-RQ-IDX) TO GL-BUDGET-REQUEST-RECORD
               MOVE SPACES TO WS-LINE-ERROR
               MOVE 0 TO GBQ-VERSION
               MOVE GBQ-BRANCH-CODE TO WS-LINE-BRANCH
               IF WS-LINE-BRANCH = SPACES
                   MOVE "UNASGN" TO WS-LINE-BRANCH
               END-IF
               MOVE GBQ-OPERATOR TO WS-FIND-OPER
               PERFORM FIND-OPERATOR-ROLE
               IF WS-FOUND-ROLE NOT = "M"
               AND WS-FOUND-ROLE NOT = "S"
                   MOVE "G05" TO WS-LINE-ERROR
               END-IF
               IF WS-LINE-ERROR = SPACES
                   IF GBQ-FISCAL-YEAR NOT NUMERIC
                   OR GBQ-FISCAL-YEAR < WS-TODAY(1:4)
                       MOVE "G01" TO WS-LINE-ERROR
                   END-IF
               END-IF
               IF WS-LINE-ERROR = SPACES
                   MOVE GBQ-GL-CODE TO WS-FIND-CODE
                   PERFORM FIND-CHART-CODE
                   IF WS-CODE-FOUND-IDX = 0
                       MOVE "G02" TO WS-LINE-ERROR
                   END-IF
               END-IF
               IF WS-LINE-ERROR = SPACES
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                       IF GBQ-MONTH-AMOUNT(WS-MONTH-IDX) NOT NUMERIC
                           MOVE "G03" TO WS-LINE-ERROR
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-LINE-ERROR = SPACES
                   PERFORM CHECK-DUPLICATE-LINE
               END-IF
               IF WS-LINE-ERROR = SPACES
                   MOVE GBQ-FISCAL-YEAR TO WS-FIND-YEAR
                   PERFORM FIND-OR-ADD-YEAR
                   IF WS-BUD-COUNT NOT < WS-BUD-MAX
                   OR WS-YR-FOUND-IDX = 0
                       MOVE "G06" TO WS-LINE-ERROR
                   END-IF
               END-IF
               IF WS-LINE-ERROR = SPACES
                   PERFORM ADD-BUDGET-LINE
                   MOVE "APR" TO GBQ-STATUS
                   MOVE SPACES TO GBQ-ERROR-CODE
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   MOVE "REJ" TO GBQ-STATUS
                   MOVE WS-LINE-ERROR TO GBQ-ERROR-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               MOVE GL-BUDGET-REQUEST-RECORD TO WRQ-RECORD(WS-RQ-IDX).

      *    Within one load a year's code and branch may be keyed only
      *    once - two lines at the same version could not say which
      *    of them is the budget.
           CHECK-DUPLICATE-LINE.
               COMPUTE WS-BUD-POS = WS-BUD-ON-FILE + 1
               PERFORM VARYING WS-BUD-IDX FROM WS-BUD-POS BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-COUNT
                   MOVE WBG-RECORD(WS-BUD-IDX) TO GL-BUDGET-RECORD
                   IF GB-FISCAL-YEAR = GBQ-FISCAL-YEAR
                   AND GB-GL-CODE = GBQ-GL-CODE
                   AND GB-BRANCH-CODE = WS-LINE-BRANCH
                       MOVE "G04" TO WS-LINE-ERROR
                   END-IF
               END-PERFORM.

      *    The first line accepted for a year tonight opens its new
      *    version; the rest of tonight's lines for it share it.
           ADD-BUDGET-LINE.
               IF WYR-NEW-VERSION(WS-YR-FOUND-IDX) = 0
                   COMPUTE WYR-NEW-VERSION(WS-YR-FOUND-IDX) =
                       WYR-HIGH-VERSION(WS-YR-FOUND-IDX) + 1
               END-IF
               MOVE WYR-NEW-VERSION(WS-YR-FOUND-IDX) TO GBQ-VERSION
               MOVE SPACES TO GL-BUDGET-RECORD
               MOVE GBQ-FISCAL-YEAR TO GB-FISCAL-YEAR
               MOVE GBQ-VERSION TO GB-VERSION
               MOVE GBQ-GL-CODE TO GB-GL-CODE
               MOVE WGC-CLASS(WS-CODE-FOUND-IDX) TO GB-GL-CLASS
               MOVE WS-LINE-BRANCH TO GB-BRANCH-CODE
               MOVE WS-TODAY TO GB-LOADED-DATE
               MOVE GBQ-OPERATOR TO GB-LOADED-BY
               MOVE GBQ-MONTH-AMOUNTS TO GB-MONTH-AMOUNTS
               MOVE 0 TO WS-ANNUAL-AMOUNT
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
                   ADD GB-MONTH-AMOUNT(WS-MONTH-IDX)
                       TO WS-ANNUAL-AMOUNT
               END-PERFORM
               IF GB-INCOME
                   ADD WS-ANNUAL-AMOUNT TO WS-TOTAL-INCOME
               ELSE
                   ADD WS-ANNUAL-AMOUNT TO WS-TOTAL-EXPENSE
               END-IF
               ADD 1 TO WS-BUD-COUNT
               MOVE GL-BUDGET-RECORD TO WBG-RECORD(WS-BUD-COUNT).

           WRITE-RESULTS.
               OPEN OUTPUT RESULTS-FILE
               PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                   MOVE WRQ-RECORD(WS-RQ-IDX) TO RESULT-IO
                   WRITE RESULT-IO
               END-PERFORM
               CLOSE RESULTS-FILE.

           REWRITE-BUDGET.
               OPEN OUTPUT BUDGET-FILE
               PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-COUNT
                   MOVE WBG-RECORD(WS-BUD-IDX) TO BUDGET-IO
                   WRITE BUDGET-IO
               END-PERFORM
               CLOSE BUDGET-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - GL Budget Load"
               DISPLAY "=============================================="
               DISPLAY "  Lines Read         : " WS-REQ-COUNT
               DISPLAY "  Lines Accepted     : " WS-ACCEPTED-COUNT
               DISPLAY "  Lines Refused      : " WS-REJECTED-COUNT
               PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-COUNT
                   IF WYR-NEW-VERSION(WS-YR-IDX) > 0
                       DISPLAY "  Budget " WYR-YEAR(WS-YR-IDX)
                           "        : version "
                           WYR-NEW-VERSION(WS-YR-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-TOTAL-INCOME TO WS-DISP-AMOUNT
               DISPLAY "  Income Loaded      : " WS-DISP-AMOUNT
               MOVE WS-TOTAL-EXPENSE TO WS-DISP-AMOUNT
               DISPLAY "  Expense Loaded     : " WS-DISP-AMOUNT
               DISPLAY "  Budget Lines Held  : " WS-BUD-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/GL-BUDGET.dat"
               DISPLAY "  → data/output/GL-BUDGET-RESULTS.dat"
               DISPLAY "==============================================".
