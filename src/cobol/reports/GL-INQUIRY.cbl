      *================================================================
      * PROGRAM:    GL-INQUIRY.cbl
      * DESCRIPTION: General-ledger account inquiry across the
      *              archive. Interactive, in the style of
      *              ACCOUNT-INQUIRY and LEDGER-HISTORY: prompts for
      *              a GL code, a date range and (optionally) a
      *              branch, walks data/archive/<date>/GL-POSTINGS.dat
      *              for every calendar date in the range and lists
      *              each leg that hit the code - effective date,
      *              debit or credit, amount, source type, reference,
      *              driving account and branch - with a running
      *              balance between the opening and closing lines.
      *                - the opening balance is the code's row on
      *                  the GL-RUNNING-BALANCES.dat archived on the
      *                  last business day before the from-date
      *                  (debits add, credits subtract, as GL-PERIOD-
      *                  CLOSE carries it); after each archived day
      *                  the running figure is held against that
      *                  day's archived balance, and a month-end roll
      *                  into retained earnings prints as its own
      *                  CLOSE ROLL line rather than as a break;
      *                - with a branch keyed the view is that
      *                  branch's activity only (the balances are not
      *                  carried by branch), so it opens at zero and
      *                  closes on the net movement;
      *                - today's postings come from the live
      *                  data/output/GL-POSTINGS.dat until tonight's
      *                  archive exists, unless that file is still
      *                  the last archived day's (nothing posted yet
      *                  tonight), so no leg is ever counted twice;
      *                - a date with no archive folder is noted, as
      *                  LEDGER-HISTORY notes it.
      *              After the listing the operator keys a line
      *              number to follow the leg's reference: every GL
      *              leg carrying it that day (the counter-leg, or
      *              all legs of a manual journal) and the ledger
      *              line(s) the transaction posted, from the same
      *              day's TXN-LEDGER.dat. The listing and every
      *              drill-down also go to GL-INQUIRY-REPORT.dat for
      *              hand-off. Operator sign-on and activity logging
      *              as on every interactive program.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GL-INQUIRY.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        One day's GL legs - archived or live, path built at
      *        run time.
               SELECT POSTINGS-FILE
                   ASSIGN TO WS-POSTINGS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POST-STATUS.

      *        One day's archived per-code running balances.
               SELECT BALANCE-FILE
                   ASSIGN TO WS-BALANCE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAL-STATUS.

      *        One day's transaction ledger, for the drill-down.
               SELECT LEDGER-FILE
                   ASSIGN TO WS-LEDGER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.

      *        Batch run lock - probed at start so a session never
      *        reads mid-cycle files unawares.
               SELECT RUN-LOCK-FILE
                   ASSIGN TO "data/output/BATCH-RUN-LOCK.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOCK-STATUS.

      *        Operator roster for sign-on - a missing roster or an
      *        unknown ID refuses the session.
               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Cumulative operator-activity log, in the spirit of
      *        AUDIT-TRAIL.dat - appended, never overwritten.
               SELECT OPER-ACTIVITY-FILE
                   ASSIGN TO "data/output/OPERATOR-ACTIVITY-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPACT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/GL-INQUIRY-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD POSTINGS-FILE.
           01 POSTINGS-IO           PIC X(113).

           FD BALANCE-FILE.
           01 BALANCE-IO            PIC X(60).

           FD LEDGER-FILE.
           01 LEDGER-RECORD         PIC X(120).

           FD RUN-LOCK-FILE.
           01 RUN-LOCK-IO           PIC X(20).

           FD OPERATORS-FILE.
           01 OPERATOR-IO           PIC X(100).

           FD OPER-ACTIVITY-FILE.
           01 OPER-ACTIVITY-RECORD  PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-POST-STATUS        PIC XX.
               88 WS-POST-FILE-OK      VALUE "00".
           01 WS-BAL-STATUS         PIC XX.
               88 WS-BAL-FILE-OK       VALUE "00".
           01 WS-LEDGER-STATUS      PIC XX.
               88 WS-LEDGER-FILE-OK    VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-POST           PIC X VALUE "N".
               88 END-OF-POSTINGS      VALUE "Y".
           01 WS-EOF-BAL            PIC X VALUE "N".
               88 END-OF-BALANCES      VALUE "Y".
           01 WS-EOF-LEDGER         PIC X VALUE "N".
               88 END-OF-LEDGER        VALUE "Y".

           COPY "GL-POSTING-RECORD.cpy".

      *    --- Batch run-lock probe ---
           01 WS-LOCK-STATUS        PIC XX.
               88 WS-LOCK-FILE-OK      VALUE "00".
           01 WS-BATCH-RUNNING      PIC X VALUE "N".

      *    --- Operator sign-on and activity logging ---
           01 WS-OPER-STATUS        PIC X(2).
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-OPACT-STATUS       PIC X(2).
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".
           COPY "OPERATOR-RECORD.cpy".
           01 WS-OPER-MAX           PIC 999 VALUE 200.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
                   10 WOP-ROLE         PIC X(01).
           01 WS-OPER-COUNT         PIC 999 VALUE 0.
           01 WS-SIGNON-ID          PIC X(06).
           01 WS-SIGNON-ROLE        PIC X(01).
           01 WS-SIGNON-OK          PIC X VALUE "N".
           01 WS-ACT-TIME           PIC 9(8).
           01 WS-ACT-ACCOUNT        PIC X(10).
           01 WS-ACT-ACTION         PIC X(10).

      *    --- Query inputs ---
           01 WS-INPUT-CODE         PIC X(06).
           01 WS-FROM-DATE          PIC X(10).
           01 WS-TO-DATE            PIC X(10).
           01 WS-INPUT-BRANCH       PIC X(06).
           01 WS-LEG-BRANCH         PIC X(06).
           01 WS-CODE-NAME          PIC X(24).

      *    --- Date walk ---
           01 WS-FROM-INT           PIC 9(8).
           01 WS-TO-INT             PIC 9(8).
           01 WS-FROM-JULIAN        PIC 9(7).
           01 WS-TO-JULIAN          PIC 9(7).
           01 WS-WALK-JULIAN        PIC 9(7).
           01 WS-WALK-INT           PIC 9(8).
           01 WS-WALK-DATE          PIC X(10).
           01 WS-POSTINGS-PATH      PIC X(60).
           01 WS-BALANCE-PATH       PIC X(60).
           01 WS-LEDGER-PATH        PIC X(60).
           01 WS-DAY-SOURCE         PIC X VALUE "A".
               88 DAY-FROM-ARCHIVE     VALUE "A".
               88 DAY-FROM-LIVE        VALUE "L".
           01 WS-DAY-OPEN           PIC X VALUE "N".

      *    --- Opening balance: the last archived running balances
      *        before the from-date, searched back up to a month ---
           01 WS-BACK-JULIAN        PIC 9(7).
           01 WS-BACK-STOP          PIC 9(7).
           01 WS-BACK-LIMIT         PIC 99 VALUE 31.
           01 WS-OPEN-FOUND         PIC X VALUE "N".
           01 WS-OPEN-AS-OF         PIC X(10).
           01 WS-CODE-ON-FILE       PIC X VALUE "N".
           01 WS-FILE-BALANCE       PIC S9(13)V99 VALUE 0.
           01 WS-BAL-IN             PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
           01 WS-BAL-IN-X REDEFINES WS-BAL-IN
                                    PIC X(16).

      *    --- Live-file check: today's live GL-POSTINGS.dat is the
      *        last archived day's until tonight's GL-POSTING runs;
      *        its row count and first row tell the two apart ---
           01 WS-LIVE-COUNT         PIC 9(7) VALUE 0.
           01 WS-LIVE-FIRST         PIC X(113).
           01 WS-PRIOR-COUNT        PIC 9(7) VALUE 0.
           01 WS-PRIOR-FIRST        PIC X(113).
           01 WS-PRIOR-FOUND        PIC X VALUE "N".
           01 WS-SCAN-COUNT         PIC 9(7) VALUE 0.
           01 WS-SCAN-FIRST         PIC X(113).
           01 WS-LIVE-IS-TODAY      PIC X VALUE "N".

      *    --- Running figures ---
           01 WS-OPENING            PIC S9(13)V99 VALUE 0.
           01 WS-RUNNING            PIC S9(13)V99 VALUE 0.
           01 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE 0.
           01 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE 0.
           01 WS-ROLL-AMOUNT        PIC S9(13)V99 VALUE 0.
           01 WS-ROLL-COUNT         PIC 9(3) VALUE 0.
           01 WS-DISP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISP-BALANCE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DISP-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    --- Listed legs, kept so a line number can be followed
      *        to its reference ---
           01 WS-LEG-MAX            PIC 9(4) VALUE 500.
           01 WS-LEG-TABLE.
               05 WS-LEG-ENTRY OCCURS 500 TIMES.
                   10 WGL-DAY          PIC X(10).
                   10 WGL-SOURCE       PIC X(01).
                   10 WGL-REFERENCE    PIC X(12).
                   10 WGL-ACCOUNT      PIC X(10).
                   10 WGL-DR-CR        PIC X(01).
                   10 WGL-AMOUNT       PIC 9(9)V99.
           01 WS-LINE-COUNT         PIC 9(5) VALUE 0.
           01 WS-DISP-LINE-NUM      PIC ZZZZ9.

      *    --- Drill-down ---
           01 WS-DRILL-INPUT        PIC X(05).
           01 WS-DRILL-NUM          PIC 9(5) VALUE 0.
           01 WS-DRILL-DONE         PIC X VALUE "N".
               88 DRILL-FINISHED       VALUE "Y".
           01 WS-DRILL-REF          PIC X(12).
           01 WS-DRILL-HITS         PIC 9(3) VALUE 0.
           01 WS-LEG-MARK           PIC X(01).

           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).

      *    --- Session ---
           01 WS-DONE               PIC X VALUE "N".
               88 QUERY-DONE           VALUE "Y".
           01 WS-QUERY-RAN          PIC X VALUE "N".
           01 WS-MISSING-DATES      PIC 9(5) VALUE 0.
           01 WS-DATES-WALKED       PIC 9(5) VALUE 0.
           01 WS-OUT-LINE           PIC X(100).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK NOT = "Y"
                   STOP RUN
               END-IF
               PERFORM CHECK-RUN-LOCK
               IF WS-BATCH-RUNNING = "Y"
                   DISPLAY "  *** BATCH CYCLE MID-FLIGHT - "
                       "TODAY'S LEGS MAY BE MID-CYCLE ***"
               END-IF
               PERFORM OPEN-OPER-ACTIVITY
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - GL Account Inquiry"
               DISPLAY "=============================================="
               PERFORM QUERY-LOOP UNTIL QUERY-DONE
               CLOSE OPER-ACTIVITY-FILE
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

           CHECK-RUN-LOCK.
               OPEN INPUT RUN-LOCK-FILE
               IF WS-LOCK-FILE-OK
                   MOVE "Y" TO WS-BATCH-RUNNING
                   CLOSE RUN-LOCK-FILE
               END-IF.

      *    --- Sign-on: the roster is mandatory for an interactive
      *        session; an unknown ID (or no roster at all) refuses
      *        the session rather than defaulting open ---
           LOAD-OPERATORS.
               OPEN INPUT OPERATORS-FILE
               IF WS-OPER-FILE-OK
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPER-LOAD
                   CLOSE OPERATORS-FILE
               END-IF.

           READ-ONE-OPERATOR.
               READ OPERATORS-FILE INTO OPERATOR-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   MOVE OPERATOR-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
                       MOVE OP-ROLE
                           TO WOP-ROLE(WS-OPER-COUNT)
                   END-IF
               END-READ.

           OPERATOR-SIGN-ON.
               MOVE "N" TO WS-SIGNON-OK
               PERFORM LOAD-OPERATORS
               IF WS-OPER-COUNT = 0
                   DISPLAY "  No OPERATORS.dat on file - session "
                       "refused"
               ELSE
                   DISPLAY "Operator ID: " WITH NO ADVANCING
                   ACCEPT WS-SIGNON-ID
                   PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
                       IF WOP-OPERATOR-ID(WS-OPER-IDX) = WS-SIGNON-ID
                           MOVE "Y" TO WS-SIGNON-OK
                           MOVE WOP-ROLE(WS-OPER-IDX)
                               TO WS-SIGNON-ROLE
                       END-IF
                   END-PERFORM
                   IF WS-SIGNON-OK NOT = "Y"
                       DISPLAY "  Operator " WS-SIGNON-ID
                           " not on roster - session refused"
                   END-IF
               END-IF.

           OPEN-OPER-ACTIVITY.
               OPEN EXTEND OPER-ACTIVITY-FILE
               IF NOT WS-OPACT-STATUS = "00"
                   OPEN OUTPUT OPER-ACTIVITY-FILE
               END-IF.

           WRITE-OPER-ACTIVITY.
               ACCEPT WS-ACT-TIME FROM TIME
               MOVE SPACES TO OPER-ACTIVITY-RECORD
               MOVE WS-TODAY      TO OPER-ACTIVITY-RECORD(1:10)
               MOVE WS-ACT-TIME   TO OPER-ACTIVITY-RECORD(12:8)
               MOVE WS-SIGNON-ID  TO OPER-ACTIVITY-RECORD(21:6)
               MOVE "GL-INQUIRY"  TO OPER-ACTIVITY-RECORD(28:15)
               MOVE WS-ACT-ACCOUNT TO OPER-ACTIVITY-RECORD(44:10)
               MOVE WS-ACT-ACTION  TO OPER-ACTIVITY-RECORD(55:10)
               WRITE OPER-ACTIVITY-RECORD.

           QUERY-LOOP.
               DISPLAY " "
               DISPLAY "GL code (blank or EXIT to quit): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-CODE
               IF WS-INPUT-CODE = SPACES OR WS-INPUT-CODE = "EXIT"
                   MOVE "Y" TO WS-DONE
               ELSE
                   DISPLAY "From date (YYYY-MM-DD): "
                       WITH NO ADVANCING
                   ACCEPT WS-FROM-DATE
                   DISPLAY "To date   (YYYY-MM-DD): "
                       WITH NO ADVANCING
                   ACCEPT WS-TO-DATE
                   DISPLAY "Branch (blank for all): "
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-BRANCH
                   MOVE WS-INPUT-CODE TO WS-ACT-ACCOUNT
                   MOVE "GL-INQ"      TO WS-ACT-ACTION
                   PERFORM WRITE-OPER-ACTIVITY
                   MOVE "N" TO WS-QUERY-RAN
                   PERFORM RUN-ONE-QUERY
                   IF WS-QUERY-RAN = "Y"
                   AND WS-LINE-COUNT > 0
                       MOVE "N" TO WS-DRILL-DONE
                       PERFORM DRILL-LOOP UNTIL DRILL-FINISHED
                   END-IF
               END-IF.

           RUN-ONE-QUERY.
               IF WS-FROM-DATE(1:4) NOT NUMERIC
               OR WS-TO-DATE(1:4) NOT NUMERIC
                   DISPLAY "  Dates must be YYYY-MM-DD"
               ELSE
                   MOVE 0 TO WS-LINE-COUNT
                   MOVE 0 TO WS-MISSING-DATES
                   MOVE 0 TO WS-DATES-WALKED
                   MOVE 0 TO WS-TOTAL-DEBITS
                   MOVE 0 TO WS-TOTAL-CREDITS
                   MOVE 0 TO WS-ROLL-AMOUNT
                   MOVE 0 TO WS-ROLL-COUNT
                   MOVE SPACES TO WS-CODE-NAME
                   MOVE WS-FROM-DATE(1:4) TO WS-FROM-INT(1:4)
                   MOVE WS-FROM-DATE(6:2) TO WS-FROM-INT(5:2)
                   MOVE WS-FROM-DATE(9:2) TO WS-FROM-INT(7:2)
                   MOVE WS-TO-DATE(1:4)   TO WS-TO-INT(1:4)
                   MOVE WS-TO-DATE(6:2)   TO WS-TO-INT(5:2)
                   MOVE WS-TO-DATE(9:2)   TO WS-TO-INT(7:2)
                   COMPUTE WS-FROM-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-FROM-INT)
                   COMPUTE WS-TO-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-TO-INT)
                   IF WS-FROM-JULIAN > WS-TO-JULIAN
                       DISPLAY "  From-date is after to-date"
                   ELSE
                       MOVE "Y" TO WS-QUERY-RAN
                       PERFORM FIND-OPENING-BALANCE
                       MOVE WS-OPENING TO WS-RUNNING
                       PERFORM CHECK-LIVE-POSTINGS
                       PERFORM OPEN-REPORT-FILE
                       PERFORM WRITE-QUERY-HEADER
                       PERFORM WALK-ONE-DATE
                           VARYING WS-WALK-JULIAN
                           FROM WS-FROM-JULIAN BY 1
                           UNTIL WS-WALK-JULIAN > WS-TO-JULIAN
                       PERFORM WRITE-QUERY-TOTALS
                       CLOSE REPORT-FILE
                   END-IF
               END-IF.

      *    --- Opening balance: the code's row on the running
      *        balances archived the last business day before the
      *        from-date (no row there means the code had not moved
      *        yet - zero). A branch view has no carried balance and
      *        opens at zero ---
           FIND-OPENING-BALANCE.
               MOVE 0 TO WS-OPENING
               MOVE "N" TO WS-OPEN-FOUND
               MOVE SPACES TO WS-OPEN-AS-OF
               IF WS-INPUT-BRANCH = SPACES
                   COMPUTE WS-BACK-STOP =
                       WS-FROM-JULIAN - WS-BACK-LIMIT
                   COMPUTE WS-BACK-JULIAN = WS-FROM-JULIAN - 1
                   PERFORM PROBE-OPENING-DATE
                       UNTIL WS-OPEN-FOUND = "Y"
                       OR WS-BACK-JULIAN < WS-BACK-STOP
               END-IF.

           PROBE-OPENING-DATE.
               MOVE WS-BACK-JULIAN TO WS-WALK-JULIAN
               PERFORM SET-WALK-DATE
               MOVE SPACES TO WS-BALANCE-PATH
               STRING "data/archive/" DELIMITED SIZE
                   WS-WALK-DATE DELIMITED SIZE
                   "/GL-RUNNING-BALANCES.dat" DELIMITED SIZE
                   INTO WS-BALANCE-PATH
               PERFORM READ-BALANCE-FILE
               IF WS-BAL-FILE-OK
                   MOVE "Y" TO WS-OPEN-FOUND
                   MOVE WS-WALK-DATE TO WS-OPEN-AS-OF
                   IF WS-CODE-ON-FILE = "Y"
                       MOVE WS-FILE-BALANCE TO WS-OPENING
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-BACK-JULIAN.

      *    --- Reads WS-BALANCE-PATH for the queried code; the file
      *        status says whether the day was archived at all ---
           READ-BALANCE-FILE.
               MOVE "N" TO WS-CODE-ON-FILE
               MOVE 0 TO WS-FILE-BALANCE
               MOVE "N" TO WS-EOF-BAL
               OPEN INPUT BALANCE-FILE
               IF WS-BAL-FILE-OK
                   PERFORM READ-ONE-BALANCE-ROW
                       UNTIL END-OF-BALANCES
                   CLOSE BALANCE-FILE
               END-IF.

           READ-ONE-BALANCE-ROW.
               READ BALANCE-FILE INTO BALANCE-IO
               AT END
                   MOVE "Y" TO WS-EOF-BAL
               NOT AT END
                   IF BALANCE-IO(1:6) = WS-INPUT-CODE
                       MOVE BALANCE-IO(10:16) TO WS-BAL-IN-X
                       IF WS-BAL-IN IS NUMERIC
                           MOVE "Y" TO WS-CODE-ON-FILE
                           MOVE WS-BAL-IN TO WS-FILE-BALANCE
                       END-IF
                   END-IF
               END-READ.

      *    --- Today's live postings count only once tonight's
      *        GL-POSTING has replaced the last archived day's ---
           CHECK-LIVE-POSTINGS.
               MOVE "N" TO WS-LIVE-IS-TODAY
               IF WS-TO-JULIAN >= WS-TODAY-JULIAN
                   MOVE "data/output/GL-POSTINGS.dat"
                       TO WS-POSTINGS-PATH
                   PERFORM FINGERPRINT-POSTINGS
                   IF WS-POST-FILE-OK
                       MOVE WS-SCAN-COUNT TO WS-LIVE-COUNT
                       MOVE WS-SCAN-FIRST TO WS-LIVE-FIRST
                       MOVE "Y" TO WS-LIVE-IS-TODAY
                       MOVE "N" TO WS-PRIOR-FOUND
                       COMPUTE WS-BACK-STOP =
                           WS-TODAY-JULIAN - WS-BACK-LIMIT
                       COMPUTE WS-BACK-JULIAN = WS-TODAY-JULIAN - 1
                       PERFORM PROBE-PRIOR-POSTINGS
                           UNTIL WS-PRIOR-FOUND = "Y"
                           OR WS-BACK-JULIAN < WS-BACK-STOP
                       IF WS-PRIOR-FOUND = "Y"
                       AND WS-PRIOR-COUNT = WS-LIVE-COUNT
                       AND WS-PRIOR-FIRST = WS-LIVE-FIRST
                           MOVE "N" TO WS-LIVE-IS-TODAY
                       END-IF
                   END-IF
               END-IF.

           PROBE-PRIOR-POSTINGS.
               MOVE WS-BACK-JULIAN TO WS-WALK-JULIAN
               PERFORM SET-WALK-DATE
               MOVE SPACES TO WS-POSTINGS-PATH
               STRING "data/archive/" DELIMITED SIZE
                   WS-WALK-DATE DELIMITED SIZE
                   "/GL-POSTINGS.dat" DELIMITED SIZE
                   INTO WS-POSTINGS-PATH
               PERFORM FINGERPRINT-POSTINGS
               IF WS-POST-FILE-OK
                   MOVE "Y" TO WS-PRIOR-FOUND
                   MOVE WS-SCAN-COUNT TO WS-PRIOR-COUNT
                   MOVE WS-SCAN-FIRST TO WS-PRIOR-FIRST
               END-IF
               SUBTRACT 1 FROM WS-BACK-JULIAN.

           FINGERPRINT-POSTINGS.
               MOVE 0 TO WS-SCAN-COUNT
               MOVE SPACES TO WS-SCAN-FIRST
               MOVE "N" TO WS-EOF-POST
               OPEN INPUT POSTINGS-FILE
               IF WS-POST-FILE-OK
                   PERFORM COUNT-ONE-POSTING UNTIL END-OF-POSTINGS
                   CLOSE POSTINGS-FILE
               END-IF.

           COUNT-ONE-POSTING.
               READ POSTINGS-FILE INTO POSTINGS-IO
               AT END
                   MOVE "Y" TO WS-EOF-POST
               NOT AT END
                   ADD 1 TO WS-SCAN-COUNT
                   IF WS-SCAN-COUNT = 1
                       MOVE POSTINGS-IO TO WS-SCAN-FIRST
                   END-IF
               END-READ.

           SET-WALK-DATE.
               MOVE FUNCTION DATE-OF-INTEGER(WS-WALK-JULIAN)
                   TO WS-WALK-INT
               MOVE WS-WALK-INT(1:4) TO WS-WALK-DATE(1:4)
               MOVE "-"              TO WS-WALK-DATE(5:1)
               MOVE WS-WALK-INT(5:2) TO WS-WALK-DATE(6:2)
               MOVE "-"              TO WS-WALK-DATE(8:1)
               MOVE WS-WALK-INT(7:2) TO WS-WALK-DATE(9:2).

           OPEN-REPORT-FILE.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "GL-INQUIRY-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF.

           WRITE-QUERY-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  GL INQUIRY  " DELIMITED SIZE
                   WS-INPUT-CODE DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-FROM-DATE DELIMITED SIZE
                   " THRU " DELIMITED SIZE
                   WS-TO-DATE DELIMITED SIZE
                   INTO WS-OUT-LINE
               IF WS-INPUT-BRANCH NOT = SPACES
                   MOVE "  BRANCH "      TO WS-OUT-LINE(51:9)
                   MOVE WS-INPUT-BRANCH TO WS-OUT-LINE(60:6)
               END-IF
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "  ----------------------------------------"
               DISPLAY WS-OUT-LINE(1:70)
               MOVE SPACES TO WS-OUT-LINE
               IF WS-INPUT-BRANCH NOT = SPACES
                   MOVE "  BRANCH ACTIVITY ONLY - OPENING AT ZERO"
                       TO WS-OUT-LINE
               ELSE
                   MOVE WS-OPENING TO WS-DISP-BALANCE
                   IF WS-OPEN-FOUND = "Y"
                       STRING "  OPENING BALANCE (PER "
                           DELIMITED SIZE
                           WS-OPEN-AS-OF DELIMITED SIZE
                           " CLOSE)" DELIMITED SIZE
                           INTO WS-OUT-LINE
                   ELSE
                       MOVE "  OPENING BALANCE (NO ARCHIVE IN 31 DAYS)"
                           TO WS-OUT-LINE
                   END-IF
                   MOVE WS-DISP-BALANCE TO WS-OUT-LINE(70:21)
               END-IF
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY WS-OUT-LINE(1:90).

           WALK-ONE-DATE.
               ADD 1 TO WS-DATES-WALKED
               PERFORM SET-WALK-DATE
               MOVE "A" TO WS-DAY-SOURCE
               MOVE SPACES TO WS-POSTINGS-PATH
               STRING "data/archive/" DELIMITED SIZE
                   WS-WALK-DATE DELIMITED SIZE
                   "/GL-POSTINGS.dat" DELIMITED SIZE
                   INTO WS-POSTINGS-PATH
               MOVE "N" TO WS-EOF-POST
               MOVE "N" TO WS-DAY-OPEN
               OPEN INPUT POSTINGS-FILE
               IF WS-POST-FILE-OK
                   MOVE "Y" TO WS-DAY-OPEN
               ELSE
                   IF WS-WALK-JULIAN = WS-TODAY-JULIAN
                   AND WS-LIVE-IS-TODAY = "Y"
                       MOVE "L" TO WS-DAY-SOURCE
                       MOVE "data/output/GL-POSTINGS.dat"
                           TO WS-POSTINGS-PATH
                       OPEN INPUT POSTINGS-FILE
                       IF WS-POST-FILE-OK
                           MOVE "Y" TO WS-DAY-OPEN
                       END-IF
                   END-IF
               END-IF
               IF WS-DAY-OPEN = "Y"
                   PERFORM SCAN-ONE-POSTING UNTIL END-OF-POSTINGS
                   CLOSE POSTINGS-FILE
                   IF DAY-FROM-ARCHIVE
                   AND WS-INPUT-BRANCH = SPACES
                       PERFORM RESYNC-DAY-BALANCE
                   END-IF
               ELSE
                   IF WS-WALK-JULIAN >= WS-TODAY-JULIAN
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " DELIMITED SIZE
                           WS-WALK-DATE DELIMITED SIZE
                           "  *** NOTHING POSTED FOR THIS DATE YET"
                           " ***" DELIMITED SIZE
                           INTO WS-OUT-LINE
                   ELSE
                       ADD 1 TO WS-MISSING-DATES
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " DELIMITED SIZE
                           WS-WALK-DATE DELIMITED SIZE
                           "  *** NO ARCHIVE ON FILE FOR THIS DATE"
                           " ***" DELIMITED SIZE
                           INTO WS-OUT-LINE
                   END-IF
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           SCAN-ONE-POSTING.
               READ POSTINGS-FILE INTO GL-POSTING-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-POST
               NOT AT END
                   IF GP-GL-CODE = WS-INPUT-CODE
                   AND GP-AMOUNT IS NUMERIC
                       MOVE GP-BRANCH-CODE TO WS-LEG-BRANCH
                       IF WS-LEG-BRANCH = SPACES
                           MOVE "UNASGN" TO WS-LEG-BRANCH
                       END-IF
                       IF WS-INPUT-BRANCH = SPACES
                       OR WS-INPUT-BRANCH = WS-LEG-BRANCH
                           PERFORM PRINT-ONE-POSTING
                       END-IF
                   END-IF
               END-READ.

           PRINT-ONE-POSTING.
               ADD 1 TO WS-LINE-COUNT
               IF WS-CODE-NAME = SPACES
                   MOVE GP-GL-NAME TO WS-CODE-NAME
               END-IF
               IF GP-DEBIT
                   ADD GP-AMOUNT TO WS-RUNNING
                   ADD GP-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   SUBTRACT GP-AMOUNT FROM WS-RUNNING
                   ADD GP-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
               IF WS-LINE-COUNT <= WS-LEG-MAX
                   MOVE WS-WALK-DATE   TO WGL-DAY(WS-LINE-COUNT)
                   MOVE WS-DAY-SOURCE  TO WGL-SOURCE(WS-LINE-COUNT)
                   MOVE GP-REFERENCE
                       TO WGL-REFERENCE(WS-LINE-COUNT)
                   MOVE GP-ACCOUNT-ID  TO WGL-ACCOUNT(WS-LINE-COUNT)
                   MOVE GP-DR-CR       TO WGL-DR-CR(WS-LINE-COUNT)
                   MOVE GP-AMOUNT      TO WGL-AMOUNT(WS-LINE-COUNT)
               END-IF
               MOVE WS-LINE-COUNT TO WS-DISP-LINE-NUM
               MOVE GP-AMOUNT TO WS-DISP-AMOUNT
               MOVE WS-RUNNING TO WS-DISP-BALANCE
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-DISP-LINE-NUM DELIMITED SIZE
                   " " DELIMITED SIZE
                   GP-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   GP-DR-CR DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   " " DELIMITED SIZE
                   GP-SOURCE-TYPE DELIMITED SIZE
                   " " DELIMITED SIZE
                   GP-REFERENCE DELIMITED SIZE
                   " " DELIMITED SIZE
                   GP-ACCOUNT-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-LEG-BRANCH DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-DISP-BALANCE TO WS-OUT-LINE(70:21)
               IF DAY-FROM-LIVE
                   MOVE "LIVE" TO WS-OUT-LINE(92:4)
               END-IF
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY WS-OUT-LINE(1:95).

      *    --- The day's archived running balance is the book; any
      *        gap after folding the day's legs is that night's
      *        close (income and expense zeroed, retained earnings
      *        credited) and prints as its own line ---
           RESYNC-DAY-BALANCE.
               MOVE SPACES TO WS-BALANCE-PATH
               STRING "data/archive/" DELIMITED SIZE
                   WS-WALK-DATE DELIMITED SIZE
                   "/GL-RUNNING-BALANCES.dat" DELIMITED SIZE
                   INTO WS-BALANCE-PATH
               PERFORM READ-BALANCE-FILE
               IF WS-BAL-FILE-OK
               AND WS-CODE-ON-FILE = "Y"
               AND WS-FILE-BALANCE NOT = WS-RUNNING
                   COMPUTE WS-ROLL-AMOUNT =
                       WS-ROLL-AMOUNT + WS-FILE-BALANCE - WS-RUNNING
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE WS-FILE-BALANCE TO WS-RUNNING
                   MOVE WS-RUNNING TO WS-DISP-BALANCE
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "      " DELIMITED SIZE
                       WS-WALK-DATE DELIMITED SIZE
                       "   CLOSE ROLL / CARRY TO BOOKED BALANCE"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-DISP-BALANCE TO WS-OUT-LINE(70:21)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY WS-OUT-LINE(1:90)
               END-IF.

           WRITE-QUERY-TOTALS.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-TOTAL-DEBITS TO WS-DISP-TOTAL
               STRING "  TOTAL DEBITS  " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-TOTAL-CREDITS TO WS-DISP-TOTAL
               MOVE "TOTAL CREDITS " TO WS-OUT-LINE(41:14)
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(55:20)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY WS-OUT-LINE(1:74)
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-RUNNING TO WS-DISP-BALANCE
               IF WS-INPUT-BRANCH NOT = SPACES
                   MOVE "  NET BRANCH MOVEMENT" TO WS-OUT-LINE
               ELSE
                   MOVE "  CLOSING BALANCE" TO WS-OUT-LINE
               END-IF
               MOVE WS-DISP-BALANCE TO WS-OUT-LINE(70:21)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY WS-OUT-LINE(1:90)
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED SIZE
                   WS-LINE-COUNT DELIMITED SIZE
                   " LEG(S) ACROSS " DELIMITED SIZE
                   WS-DATES-WALKED DELIMITED SIZE
                   " DATE(S); " DELIMITED SIZE
                   WS-MISSING-DATES DELIMITED SIZE
                   " DATE(S) MISSING FROM ARCHIVE; " DELIMITED SIZE
                   WS-ROLL-COUNT DELIMITED SIZE
                   " CLOSE ROLL(S)" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "  " WS-CODE-NAME " - " WS-LINE-COUNT
                   " leg(s), " WS-MISSING-DATES " missing date(s)"
               DISPLAY "  → data/output/GL-INQUIRY-REPORT.dat".

      *    --- Drill-down: a listed line number follows the leg's
      *        reference through the same day's files ---
           DRILL-LOOP.
               DISPLAY " "
               DISPLAY "Line # to follow (blank for a new GL query): "
                   WITH NO ADVANCING
               ACCEPT WS-DRILL-INPUT
               IF WS-DRILL-INPUT = SPACES
                   MOVE "Y" TO WS-DRILL-DONE
               ELSE
                   MOVE FUNCTION NUMVAL-C(WS-DRILL-INPUT)
                       TO WS-DRILL-NUM
                   IF WS-DRILL-NUM < 1
                   OR WS-DRILL-NUM > WS-LINE-COUNT
                       DISPLAY "  No such line on this listing"
                   ELSE
                       IF WS-DRILL-NUM > WS-LEG-MAX
                           DISPLAY "  Line beyond the first "
                               WS-LEG-MAX " - narrow the date range"
                       ELSE
                           PERFORM DRILL-ONE-LINE
                       END-IF
                   END-IF
               END-IF.

           DRILL-ONE-LINE.
               MOVE WGL-REFERENCE(WS-DRILL-NUM) TO WS-DRILL-REF
               MOVE WS-INPUT-CODE TO WS-ACT-ACCOUNT
               MOVE "GL-DRILL"    TO WS-ACT-ACTION
               PERFORM WRITE-OPER-ACTIVITY
               IF WS-DRILL-REF = SPACES
                   DISPLAY "  Leg carries no reference - nothing "
                       "to follow"
               ELSE
                   OPEN EXTEND REPORT-FILE
                   IF NOT WS-REPORT-FILE-OK
                       OPEN OUTPUT REPORT-FILE
                   END-IF
                   MOVE ALL "-" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WS-DRILL-NUM TO WS-DISP-LINE-NUM
                   STRING "  LINE " DELIMITED SIZE
                       WS-DISP-LINE-NUM DELIMITED SIZE
                       "  REF " DELIMITED SIZE
                       WS-DRILL-REF DELIMITED SIZE
                       "  POSTED " DELIMITED SIZE
                       WGL-DAY(WS-DRILL-NUM) DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY WS-OUT-LINE(1:70)
                   PERFORM DRILL-GL-LEGS
                   PERFORM DRILL-LEDGER-LINES
                   CLOSE REPORT-FILE
               END-IF.

      *    --- Every GL leg carrying the reference that day; the
      *        chosen leg is starred ---
           DRILL-GL-LEGS.
               IF WGL-SOURCE(WS-DRILL-NUM) = "L"
                   MOVE "data/output/GL-POSTINGS.dat"
                       TO WS-POSTINGS-PATH
               ELSE
                   MOVE SPACES TO WS-POSTINGS-PATH
                   STRING "data/archive/" DELIMITED SIZE
                       WGL-DAY(WS-DRILL-NUM) DELIMITED SIZE
                       "/GL-POSTINGS.dat" DELIMITED SIZE
                       INTO WS-POSTINGS-PATH
               END-IF
               MOVE 0 TO WS-DRILL-HITS
               MOVE "N" TO WS-EOF-POST
               OPEN INPUT POSTINGS-FILE
               IF WS-POST-FILE-OK
                   PERFORM DRILL-ONE-POSTING UNTIL END-OF-POSTINGS
                   CLOSE POSTINGS-FILE
               END-IF
               IF WS-DRILL-HITS < 2
                   MOVE "    (NO COUNTER-LEG FOUND ON THAT DAY)"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY REPORT-RECORD(1:50)
               END-IF.

           DRILL-ONE-POSTING.
               READ POSTINGS-FILE INTO GL-POSTING-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-POST
               NOT AT END
                   IF GP-REFERENCE = WS-DRILL-REF
                       ADD 1 TO WS-DRILL-HITS
                       MOVE " " TO WS-LEG-MARK
                       IF GP-GL-CODE = WS-INPUT-CODE
                       AND GP-ACCOUNT-ID = WGL-ACCOUNT(WS-DRILL-NUM)
                       AND GP-DR-CR = WGL-DR-CR(WS-DRILL-NUM)
                       AND GP-AMOUNT = WGL-AMOUNT(WS-DRILL-NUM)
                           MOVE "*" TO WS-LEG-MARK
                       END-IF
                       MOVE GP-AMOUNT TO WS-DISP-AMOUNT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " DELIMITED SIZE
                           WS-LEG-MARK DELIMITED SIZE
                           " GL LEG  " DELIMITED SIZE
                           GP-DR-CR DELIMITED SIZE
                           " " DELIMITED SIZE
                           GP-GL-CODE DELIMITED SIZE
                           " " DELIMITED SIZE
                           GP-GL-NAME DELIMITED SIZE
                           " " DELIMITED SIZE
                           WS-DISP-AMOUNT DELIMITED SIZE
                           " " DELIMITED SIZE
                           GP-SOURCE-TYPE DELIMITED SIZE
                           " " DELIMITED SIZE
                           GP-ACCOUNT-ID DELIMITED SIZE
                           INTO WS-OUT-LINE
                       MOVE WS-OUT-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       DISPLAY WS-OUT-LINE(1:90)
                   END-IF
               END-READ.

      *    --- The transaction itself: the ledger line(s) stamped
      *        with the reference (TXN-LEDGER column 100) the same
      *        day. A manual journal or a system posting has none ---
           DRILL-LEDGER-LINES.
               IF WGL-SOURCE(WS-DRILL-NUM) = "L"
                   MOVE "data/output/TXN-LEDGER.dat"
                       TO WS-LEDGER-PATH
               ELSE
                   MOVE SPACES TO WS-LEDGER-PATH
                   STRING "data/archive/" DELIMITED SIZE
                       WGL-DAY(WS-DRILL-NUM) DELIMITED SIZE
                       "/TXN-LEDGER.dat" DELIMITED SIZE
                       INTO WS-LEDGER-PATH
               END-IF
               MOVE 0 TO WS-DRILL-HITS
               MOVE "N" TO WS-EOF-LEDGER
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-FILE-OK
                   PERFORM DRILL-ONE-LEDGER-LINE UNTIL END-OF-LEDGER
                   CLOSE LEDGER-FILE
               END-IF
               IF WS-DRILL-HITS = 0
                   MOVE "    (NO LEDGER LINE - GL-ONLY ENTRY)"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY REPORT-RECORD(1:50)
               END-IF.

           DRILL-ONE-LEDGER-LINE.
               READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   IF LEDGER-RECORD(1:4) IS NUMERIC
                   AND LEDGER-RECORD(100:12) = WS-DRILL-REF
                       ADD 1 TO WS-DRILL-HITS
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "    TXN  " DELIMITED SIZE
                           LEDGER-RECORD(1:90) DELIMITED SIZE
                           INTO WS-OUT-LINE
                       MOVE WS-OUT-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       DISPLAY WS-OUT-LINE(1:99)
                   END-IF
               END-READ.
