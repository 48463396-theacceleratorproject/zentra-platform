      *================================================================
      * PROGRAM:    JOURNAL-ENTRY-PROC.cbl
      * DESCRIPTION: Manual general-ledger journal entries - the
      *              sanctioned way for accounting to book an accrual,
      *              a reclass or the correction of a mis-mapped
      *              posting, instead of hand-editing GL files.
      *              Entries are keyed onto JOURNAL-REQUESTS.dat (see
      *              JOURNAL-REQUEST-RECORD.cpy) and kept on the
      *              journal register, data/output/JOURNAL-ENTRIES.dat
      *              (see JOURNAL-ENTRY-RECORD.cpy):
      *                - NEW lines make up a multi-line entry against
      *                  GL-CHART-OF-ACCOUNTS.dat codes, each with a
      *                  branch and description. The whole entry is
      *                  refused when its debits and credits do not
      *                  balance, any line names a code the chart
      *                  does not carry, or its effective date falls
      *                  in a period GL-PERIOD-CLOSE has locked on
      *                  GL-CLOSED-PERIODS.dat. An accepted entry
      *                  waits on the register for approval;
      *                - APV/DCL: a second operator - on the roster
      *                  with keying rights, never the maker -
      *                  approves or declines it. An approved entry
      *                  is appended onto tonight's GL-POSTINGS.dat
      *                  (source JNL, the journal ID as reference) -
      *                  the same append SUSPENSE-WORKOUT makes - so
      *                  the period close and TRIAL-BALANCE take it
      *                  in tonight. A period closed while the entry
      *                  waited refuses the approval;
      *                - an approved entry flagged auto-reverse books
      *                  its mirror image as a new entry dated the
      *                  next business day, and the run on that day
      *                  posts it (source JNR) ahead of anything
      *                  keyed - the month-end accrual that unwinds
      *                  on the first day of the new month.
      *              Every request is echoed to JOURNAL-RESULTS.dat
      *              with its status and error code, and
      *              JOURNAL-REGISTER-REPORT.dat lists the entries
      *              posted and declined today, those still waiting
      *              for a checker and the reversals scheduled ahead.
      *              Runs after SUSPENSE-WORKOUT, before
      *              GL-PERIOD-CLOSE.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. JOURNAL-ENTRY-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: most nights nothing is keyed.
               SELECT REQUESTS-FILE
                   ASSIGN TO "data/input/JOURNAL-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.

      *        The register, persisted across runs - load in full,
      *        rewrite in full.
               SELECT JOURNALS-FILE
                   ASSIGN TO "data/output/JOURNAL-ENTRIES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JE-STATUS.

      *        Optional: no chart means no code is known, so every
      *        entry is refused.
               SELECT GL-CHART-FILE
                   ASSIGN TO "data/input/GL-CHART-OF-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHART-STATUS.

      *        Optional: absent until the first close.
               SELECT CLOSED-PERIODS-FILE
                   ASSIGN TO "data/output/GL-CLOSED-PERIODS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSED-STATUS.

               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Approved legs are appended onto the same day's GL
      *        file GL-POSTING wrote.
               SELECT GL-APPEND-FILE
                   ASSIGN TO "data/output/GL-POSTINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLAPP-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/JOURNAL-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/JOURNAL-REGISTER-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REQUESTS-FILE.
           01 REQUEST-IO            PIC X(120).

           FD JOURNALS-FILE.
           01 JOURNAL-IO            PIC X(150).

           FD GL-CHART-FILE.
           01 GL-CHART-IO           PIC X(100).

           FD CLOSED-PERIODS-FILE.
           01 CLOSED-PERIOD-IO      PIC X(10).

           FD OPERATORS-FILE.
           01 OPERATORS-IO          PIC X(100).

           FD GL-APPEND-FILE.
           COPY "GL-POSTING-RECORD.cpy".

           FD RESULTS-FILE.
           01 RESULT-IO             PIC X(120).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK        VALUE "00".
           01 WS-JE-STATUS          PIC XX.
               88 WS-JE-FILE-OK         VALUE "00".
           01 WS-CHART-STATUS       PIC XX.
               88 WS-CHART-FILE-OK      VALUE "00".
           01 WS-CLOSED-STATUS      PIC XX.
               88 WS-CLOSED-FILE-OK     VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK       VALUE "00".
           01 WS-GLAPP-STATUS       PIC XX.
           01 WS-RESULT-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 END-OF-REQ-LOAD      VALUE "Y".
           01 WS-EOF-JE             PIC X VALUE "N".
               88 END-OF-JE-LOAD       VALUE "Y".
           01 WS-EOF-CHART          PIC X VALUE "N".
               88 END-OF-CHART-LOAD    VALUE "Y".
           01 WS-EOF-CLOSED         PIC X VALUE "N".
               88 END-OF-CLOSED-LOAD   VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".
           01 WS-GL-OPEN            PIC X VALUE "N".

           COPY "JOURNAL-ENTRY-RECORD.cpy".
           COPY "JOURNAL-REQUEST-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".

      *    --- Journal register ---
           01 WS-JE-MAX             PIC 9(4) VALUE 5000.
           01 WS-JE-TABLE.
               05 WS-JE-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-JE-IDX.
                   10 WJE-RECORD       PIC X(150).
           01 WS-JE-COUNT           PIC 9(4) VALUE 0.
           01 WS-JE-LIMIT           PIC 9(4) VALUE 0.
           01 WS-JE-FOUND-IDX       PIC 9(4) VALUE 0.
           01 WS-NEXT-JE-NUM        PIC 9(7) VALUE 1.
           01 WS-JE-NUM-PARSE       PIC 9(7).
           01 WS-JOURNAL-ID         PIC X(08).
           01 WS-MIRROR-ID          PIC X(08).
           01 WS-JOURNAL-LINES      PIC 9(4) VALUE 0.

      *    --- Today's requests, held so an entry's lines can be
      *        proved together before any of them is accepted ---
           01 WS-RQ-MAX             PIC 9(4) VALUE 2000.
           01 WS-RQ-TABLE.
               05 WS-RQ-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-RQ-IDX.
                   10 WRQ-RECORD       PIC X(120).
                   10 WRQ-LINE-ERROR   PIC X(03).
           01 WS-RQ-COUNT           PIC 9(4) VALUE 0.
           01 WS-RQ-POS             PIC 9(4) VALUE 0.

      *    --- The entry being edited: rows WS-GRP-START thru
      *        WS-GRP-END of the request table ---
           01 WS-GRP-START          PIC 9(4) VALUE 0.
           01 WS-GRP-END            PIC 9(4) VALUE 0.
           01 WS-GRP-KEY            PIC X(08).
           01 WS-GRP-MORE           PIC X VALUE "N".
           01 WS-GRP-LINES          PIC 9(4) VALUE 0.
           01 WS-ENTRY-ERROR        PIC X(03).
           01 WS-ENTRY-MAKER        PIC X(06).
           01 WS-ENTRY-DATE         PIC X(10).
           01 WS-ENTRY-REVERSE      PIC X(01).
           01 WS-ENTRY-DEBITS       PIC 9(11)V99 VALUE 0.
           01 WS-ENTRY-CREDITS      PIC 9(11)V99 VALUE 0.
           01 WS-LINE-NO            PIC 9(3) VALUE 0.

      *    --- Chart codes: every debit and credit code the chart
      *        routes any transaction type to, plus suspense, which
      *        a journal is how accounting clears by hand ---
           01 WS-CODE-MAX           PIC 999 VALUE 200.
           01 WS-CODE-TABLE.
               05 WS-CODE-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-CODE-IDX.
                   10 WGC-CODE         PIC X(06).
                   10 WGC-NAME         PIC X(24).
           01 WS-CODE-COUNT         PIC 999 VALUE 0.
           01 WS-CODE-FOUND-IDX     PIC 999 VALUE 0.
           01 WS-FIND-CODE          PIC X(06).
           01 WS-FIND-NAME          PIC X(24).

      *    --- Closed accounting periods (YYYY-MM per row) ---
           01 WS-CLOSED-MAX         PIC 999 VALUE 240.
           01 WS-CLOSED-TABLE.
               05 WS-CLOSED-ENTRY OCCURS 240 TIMES
                               INDEXED BY WS-CLOSED-IDX.
                   10 WCP-PERIOD       PIC X(07).
           01 WS-CLOSED-COUNT       PIC 999 VALUE 0.
           01 WS-CLOSED-HIT         PIC X.
           01 WS-CHECK-PERIOD       PIC X(07).

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

      *    --- Date / next business day ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-NEXT-BUS-DATE      PIC X(10).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(7).
           01 WS-DATE-OK            PIC X VALUE "N".
           01 WS-CHECK-DATE         PIC X(10).
           01 WS-WAIT-DAYS          PIC 9(5) VALUE 0.

      *    --- Counters / totals ---
           01 WS-REQ-COUNT          PIC 9(4) VALUE 0.
           01 WS-KEYED-COUNT        PIC 999 VALUE 0.
           01 WS-REFUSED-COUNT      PIC 999 VALUE 0.
           01 WS-APPROVED-COUNT     PIC 999 VALUE 0.
           01 WS-DECLINED-COUNT     PIC 999 VALUE 0.
           01 WS-DECISION-REJ-COUNT PIC 999 VALUE 0.
           01 WS-REVERSAL-COUNT     PIC 999 VALUE 0.
           01 WS-REVERSAL-HELD      PIC 999 VALUE 0.
           01 WS-LEG-COUNT          PIC 9(5) VALUE 0.
           01 WS-LEG-SOURCE         PIC X(03).
           01 WS-TOTAL-DEBITS       PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-CREDITS      PIC 9(11)V99 VALUE 0.
           01 WS-DISP-DEBITS        PIC $$$,$$$,$$$,$$9.99.
           01 WS-DISP-CREDITS       PIC $$$,$$$,$$$,$$9.99.

      *    --- Register report ---
           01 WS-SECTION            PIC X(01).
           01 WS-SECTION-HIT        PIC X VALUE "N".
           01 WS-SECTION-COUNT      PIC 9(4) VALUE 0.
           01 WS-LAST-ID            PIC X(08).
           01 WS-JNL-DEBITS         PIC 9(11)V99 VALUE 0.
           01 WS-JNL-CREDITS        PIC 9(11)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISP-DAYS          PIC ZZ,ZZ9.
           01 WS-OUT-LINE           PIC X(100).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM FIND-NEXT-BUSINESS-DAY
               PERFORM LOAD-JOURNALS
               PERFORM LOAD-GL-CODES
               PERFORM LOAD-CLOSED-PERIODS
               PERFORM LOAD-OPERATORS
               PERFORM POST-DUE-REVERSALS
               PERFORM LOAD-REQUESTS
               IF WS-RQ-COUNT > 0
                   PERFORM PROCESS-REQUESTS
                   PERFORM WRITE-RESULTS
               END-IF
               IF WS-GL-OPEN = "Y"
                   CLOSE GL-APPEND-FILE
               END-IF
               PERFORM REWRITE-JOURNALS
               PERFORM WRITE-REGISTER-REPORT
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

      *    The weekday test COLLATERAL-REPORT closes the month on:
      *    Friday rolls to Monday, Saturday too.
           FIND-NEXT-BUSINESS-DAY.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               EVALUATE WS-DOW-REM + 1
                   WHEN 5
                       COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 3
                   WHEN 6
                       COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 2
                   WHEN OTHER
                       COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 1
               END-EVALUATE
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-JULIAN)
                   TO WS-NEXT-BUS-INT
               MOVE WS-NEXT-BUS-INT(1:4) TO WS-NEXT-BUS-DATE(1:4)
               MOVE "-"                  TO WS-NEXT-BUS-DATE(5:1)
               MOVE WS-NEXT-BUS-INT(5:2) TO WS-NEXT-BUS-DATE(6:2)
               MOVE "-"                  TO WS-NEXT-BUS-DATE(8:1)
               MOVE WS-NEXT-BUS-INT(7:2) TO WS-NEXT-BUS-DATE(9:2).

      *    --- Optional file: absent before the first entry. The next
      *        journal number is derived from the highest ID already
      *        on file - same derivation DISPUTE-PROC makes ---
           LOAD-JOURNALS.
               OPEN INPUT JOURNALS-FILE
               IF WS-JE-FILE-OK
                   PERFORM LOAD-ONE-JOURNAL-LINE
                       UNTIL END-OF-JE-LOAD
                   CLOSE JOURNALS-FILE
               END-IF.

           LOAD-ONE-JOURNAL-LINE.
               READ JOURNALS-FILE INTO JOURNAL-IO
               AT END
                   MOVE "Y" TO WS-EOF-JE
               NOT AT END
                   IF WS-JE-COUNT < WS-JE-MAX
                   AND JOURNAL-IO NOT = SPACES
                       ADD 1 TO WS-JE-COUNT
                       MOVE JOURNAL-IO TO WJE-RECORD(WS-JE-COUNT)
                       MOVE JOURNAL-IO TO JOURNAL-ENTRY-RECORD
                       IF JE-JOURNAL-ID(2:7) IS NUMERIC
                           MOVE JE-JOURNAL-ID(2:7) TO WS-JE-NUM-PARSE
                           IF WS-JE-NUM-PARSE >= WS-NEXT-JE-NUM
                               COMPUTE WS-NEXT-JE-NUM =
                                   WS-JE-NUM-PARSE + 1
                           END-IF
                       END-IF
                   END-IF
               END-READ.

           LOAD-GL-CODES.
               MOVE "999999" TO WS-FIND-CODE
               MOVE "SUSPENSE" TO WS-FIND-NAME
               PERFORM ADD-GL-CODE
               OPEN INPUT GL-CHART-FILE
               IF WS-CHART-FILE-OK
                   PERFORM READ-ONE-CHART-ROW
                       UNTIL END-OF-CHART-LOAD
                   CLOSE GL-CHART-FILE
               ELSE
                   DISPLAY "  WARNING: GL-CHART-OF-ACCOUNTS.dat not "
                       "found - journal lines can only name suspense"
               END-IF.

           READ-ONE-CHART-ROW.
               READ GL-CHART-FILE INTO GL-CHART-IO
               AT END
                   MOVE "Y" TO WS-EOF-CHART
               NOT AT END
                   MOVE GL-CHART-IO(4:6)   TO WS-FIND-CODE
                   MOVE GL-CHART-IO(10:24) TO WS-FIND-NAME
                   PERFORM ADD-GL-CODE
                   MOVE GL-CHART-IO(34:6)  TO WS-FIND-CODE
                   MOVE GL-CHART-IO(40:24) TO WS-FIND-NAME
                   PERFORM ADD-GL-CODE
               END-READ.

           ADD-GL-CODE.
               IF WS-FIND-CODE NOT = SPACES
                   PERFORM FIND-GL-CODE
                   IF WS-CODE-FOUND-IDX = 0
                   AND WS-CODE-COUNT < WS-CODE-MAX
                       ADD 1 TO WS-CODE-COUNT
                       MOVE WS-FIND-CODE TO WGC-CODE(WS-CODE-COUNT)
                       MOVE WS-FIND-NAME TO WGC-NAME(WS-CODE-COUNT)
                   END-IF
               END-IF.

           FIND-GL-CODE.
               MOVE 0 TO WS-CODE-FOUND-IDX
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-FOUND-IDX > 0
                   IF WGC-CODE(WS-CODE-IDX) = WS-FIND-CODE
                       SET WS-CODE-FOUND-IDX TO WS-CODE-IDX
                   END-IF
               END-PERFORM.

           LOAD-CLOSED-PERIODS.
               OPEN INPUT CLOSED-PERIODS-FILE
               IF WS-CLOSED-FILE-OK
                   PERFORM READ-ONE-CLOSED-PERIOD
                       UNTIL END-OF-CLOSED-LOAD
                   CLOSE CLOSED-PERIODS-FILE
               END-IF.

           READ-ONE-CLOSED-PERIOD.
               READ CLOSED-PERIODS-FILE INTO CLOSED-PERIOD-IO
               AT END
                   MOVE "Y" TO WS-EOF-CLOSED
               NOT AT END
                   IF WS-CLOSED-COUNT < WS-CLOSED-MAX
                   AND CLOSED-PERIOD-IO(1:7) NOT = SPACES
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE CLOSED-PERIOD-IO(1:7)
                           TO WCP-PERIOD(WS-CLOSED-COUNT)
                   END-IF
               END-READ.

           CHECK-PERIOD-CLOSED.
               MOVE "N" TO WS-CLOSED-HIT
               PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                   IF WCP-PERIOD(WS-CLOSED-IDX) = WS-CHECK-PERIOD
                       MOVE "Y" TO WS-CLOSED-HIT
                   END-IF
               END-PERFORM.

      *    --- A missing roster leaves nobody able to key or approve:
      *        every entry and decision is refused ---
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

      *    Keying rights are the maintenance and supervisor roles -
      *    inquiry-only and compliance operators cannot book the GL.
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

      *    YYYY-MM-DD with a real month and day.
           CHECK-DATE-VALID.
               MOVE "N" TO WS-DATE-OK
               IF WS-CHECK-DATE(1:4) IS NUMERIC
               AND WS-CHECK-DATE(5:1) = "-"
               AND WS-CHECK-DATE(6:2) IS NUMERIC
               AND WS-CHECK-DATE(8:1) = "-"
               AND WS-CHECK-DATE(9:2) IS NUMERIC
               AND WS-CHECK-DATE(6:2) >= "01"
               AND WS-CHECK-DATE(6:2) <= "12"
               AND WS-CHECK-DATE(9:2) >= "01"
               AND WS-CHECK-DATE(9:2) <= "31"
                   MOVE "Y" TO WS-DATE-OK
               END-IF.

      *================================================================
      *    Reversals scheduled for today (or a day the batch did not
      *    run) post before anything keyed tonight. One dated into a
      *    period that has since closed stays scheduled, counted, for
      *    accounting to deal with by hand.
      *================================================================
           POST-DUE-REVERSALS.
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT
                   MOVE WJE-RECORD(WS-JE-IDX) TO JOURNAL-ENTRY-RECORD
                   IF JE-SCHEDULED
                   AND JE-EFFECTIVE-DATE NOT > WS-TODAY
                       MOVE JE-EFFECTIVE-DATE(1:7) TO WS-CHECK-PERIOD
                       PERFORM CHECK-PERIOD-CLOSED
                       IF WS-CLOSED-HIT = "Y"
                           ADD 1 TO WS-REVERSAL-HELD
                           DISPLAY "  WARNING: reversal " JE-JOURNAL-ID
                               " dated into a CLOSED period - left "
                               "scheduled"
                       ELSE
                           SET JE-POSTED TO TRUE
                           MOVE WS-TODAY TO JE-DECIDED-DATE
                           MOVE "JNR" TO WS-LEG-SOURCE
                           PERFORM WRITE-GL-LEG
                           MOVE JOURNAL-ENTRY-RECORD
                               TO WJE-RECORD(WS-JE-IDX)
                           IF JE-LINE-NO = 1
                               ADD 1 TO WS-REVERSAL-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

      *    --- Optional feed: a night with nothing keyed still posts
      *        its due reversals and prints the register ---
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
                           MOVE SPACES
                               TO WRQ-LINE-ERROR(WS-RQ-COUNT)
                       ELSE
                           DISPLAY "  WARNING: JOURNAL-REQUESTS.dat "
                               "over " WS-RQ-MAX " rows - the rest "
                               "wait for the next run"
                       END-IF
                   END-IF
               END-READ.

           PROCESS-REQUESTS.
               MOVE 1 TO WS-RQ-POS
               PERFORM UNTIL WS-RQ-POS > WS-RQ-COUNT
                   MOVE WRQ-RECORD(WS-RQ-POS)
                       TO JOURNAL-REQUEST-RECORD
                   IF JRQ-NEW-LINE
                       PERFORM PROCESS-NEW-ENTRY
                       COMPUTE WS-RQ-POS = WS-GRP-END + 1
                   ELSE
                       PERFORM PROCESS-DECISION
                       ADD 1 TO WS-RQ-POS
                   END-IF
               END-PERFORM.

      *================================================================
      *    NEW - the entry is every consecutive NEW line carrying the
      *    same batch key. It is proved as a whole: one bad line
      *    refuses every line, so nothing half-keyed reaches the
      *    register.
      *================================================================
           PROCESS-NEW-ENTRY.
               MOVE WS-RQ-POS TO WS-GRP-START
               MOVE WS-RQ-POS TO WS-GRP-END
               MOVE JRQ-BATCH-KEY TO WS-GRP-KEY
               MOVE "Y" TO WS-GRP-MORE
               PERFORM UNTIL WS-GRP-MORE = "N"
                   IF WS-GRP-END < WS-RQ-COUNT
                   AND WRQ-RECORD(WS-GRP-END + 1)(1:3) = "NEW"
                   AND WRQ-RECORD(WS-GRP-END + 1)(4:8) = WS-GRP-KEY
                       ADD 1 TO WS-GRP-END
                   ELSE
                       MOVE "N" TO WS-GRP-MORE
                   END-IF
               END-PERFORM
               COMPUTE WS-GRP-LINES = WS-GRP-END - WS-GRP-START + 1
               PERFORM EDIT-NEW-ENTRY
               IF WS-ENTRY-ERROR = SPACES
                   MOVE "J" TO WS-JOURNAL-ID(1:1)
                   MOVE WS-NEXT-JE-NUM TO WS-JOURNAL-ID(2:7)
                   ADD 1 TO WS-NEXT-JE-NUM
                   MOVE 0 TO WS-LINE-NO
                   ADD 1 TO WS-KEYED-COUNT
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
               PERFORM STAMP-ONE-ENTRY-LINE
                   VARYING WS-RQ-IDX FROM WS-GRP-START BY 1
                   UNTIL WS-RQ-IDX > WS-GRP-END.

      *    Entry-level faults first (who keyed it, when it books),
      *    then each line, then the balance of the whole.
           EDIT-NEW-ENTRY.
               MOVE SPACES TO WS-ENTRY-ERROR
               MOVE JRQ-OPERATOR TO WS-ENTRY-MAKER
               MOVE JRQ-AUTO-REVERSE TO WS-ENTRY-REVERSE
               IF JRQ-EFFECTIVE-DATE = SPACES
                   MOVE WS-TODAY TO WS-ENTRY-DATE
               ELSE
                   MOVE JRQ-EFFECTIVE-DATE TO WS-ENTRY-DATE
               END-IF
               MOVE WS-ENTRY-MAKER TO WS-FIND-OPER
               PERFORM FIND-OPERATOR-ROLE
               IF WS-FOUND-ROLE NOT = "M" AND NOT = "S"
                   MOVE "J05" TO WS-ENTRY-ERROR
               END-IF
               MOVE WS-ENTRY-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-VALID
               IF WS-ENTRY-ERROR = SPACES
               AND (WS-DATE-OK NOT = "Y" OR WS-ENTRY-DATE > WS-TODAY)
                   MOVE "J07" TO WS-ENTRY-ERROR
               END-IF
               IF WS-ENTRY-ERROR = SPACES
                   MOVE WS-ENTRY-DATE(1:7) TO WS-CHECK-PERIOD
                   PERFORM CHECK-PERIOD-CLOSED
                   IF WS-CLOSED-HIT = "Y"
                       MOVE "J04" TO WS-ENTRY-ERROR
                   END-IF
               END-IF
               MOVE 0 TO WS-ENTRY-DEBITS
               MOVE 0 TO WS-ENTRY-CREDITS
               PERFORM EDIT-ONE-ENTRY-LINE
                   VARYING WS-RQ-IDX FROM WS-GRP-START BY 1
                   UNTIL WS-RQ-IDX > WS-GRP-END
               IF WS-ENTRY-ERROR = SPACES
               AND (WS-GRP-LINES < 2
                   OR WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS)
                   MOVE "J03" TO WS-ENTRY-ERROR
               END-IF
               IF WS-ENTRY-ERROR = SPACES
               AND WS-JE-COUNT + WS-GRP-LINES > WS-JE-MAX
                   MOVE "J10" TO WS-ENTRY-ERROR
               END-IF.

           EDIT-ONE-ENTRY-LINE.
               MOVE WRQ-RECORD(WS-RQ-IDX) TO JOURNAL-REQUEST-RECORD
               IF (JRQ-DR-CR NOT = "D" AND NOT = "C")
               OR JRQ-AMOUNT NOT NUMERIC
                   MOVE "J06" TO WRQ-LINE-ERROR(WS-RQ-IDX)
               ELSE
                   IF JRQ-AMOUNT = 0
                       MOVE "J06" TO WRQ-LINE-ERROR(WS-RQ-IDX)
                   END-IF
               END-IF
               IF WRQ-LINE-ERROR(WS-RQ-IDX) = SPACES
                   MOVE JRQ-GL-CODE TO WS-FIND-CODE
                   PERFORM FIND-GL-CODE
                   IF WS-CODE-FOUND-IDX = 0
                       MOVE "J02" TO WRQ-LINE-ERROR(WS-RQ-IDX)
                   END-IF
               END-IF
               IF WRQ-LINE-ERROR(WS-RQ-IDX) = SPACES
                   IF JRQ-DR-CR = "D"
                       ADD JRQ-AMOUNT TO WS-ENTRY-DEBITS
                   ELSE
                       ADD JRQ-AMOUNT TO WS-ENTRY-CREDITS
                   END-IF
               ELSE
                   IF WS-ENTRY-ERROR = SPACES
                       MOVE WRQ-LINE-ERROR(WS-RQ-IDX)
                           TO WS-ENTRY-ERROR
                   END-IF
               END-IF.

      *    An accepted line lands on the register waiting for its
      *    checker; a refused one carries its own fault, or the
      *    entry's when the line itself was clean.
           STAMP-ONE-ENTRY-LINE.
               MOVE WRQ-RECORD(WS-RQ-IDX) TO JOURNAL-REQUEST-RECORD
               IF WS-ENTRY-ERROR = SPACES
                   SET JRQ-HELD-APPROVAL TO TRUE
                   MOVE SPACES TO JRQ-ERROR-CODE
                   MOVE WS-JOURNAL-ID TO JRQ-JOURNAL-ID
                   PERFORM ADD-REGISTER-LINE
               ELSE
                   SET JRQ-REJECTED TO TRUE
                   IF WRQ-LINE-ERROR(WS-RQ-IDX) NOT = SPACES
                       MOVE WRQ-LINE-ERROR(WS-RQ-IDX)
                           TO JRQ-ERROR-CODE
                   ELSE
                       MOVE WS-ENTRY-ERROR TO JRQ-ERROR-CODE
                   END-IF
               END-IF
               MOVE JOURNAL-REQUEST-RECORD TO WRQ-RECORD(WS-RQ-IDX).

           ADD-REGISTER-LINE.
               MOVE JRQ-GL-CODE TO WS-FIND-CODE
               PERFORM FIND-GL-CODE
               ADD 1 TO WS-LINE-NO
               MOVE SPACES TO JOURNAL-ENTRY-RECORD
               MOVE WS-JOURNAL-ID    TO JE-JOURNAL-ID
               MOVE WS-LINE-NO       TO JE-LINE-NO
               MOVE WS-TODAY         TO JE-ENTRY-DATE
               MOVE WS-ENTRY-DATE    TO JE-EFFECTIVE-DATE
               MOVE WS-ENTRY-MAKER   TO JE-MAKER
               SET JE-PENDING TO TRUE
               IF WS-ENTRY-REVERSE = "Y"
                   MOVE "Y" TO JE-AUTO-REVERSE
               ELSE
                   MOVE "N" TO JE-AUTO-REVERSE
               END-IF
               MOVE JRQ-GL-CODE      TO JE-GL-CODE
               MOVE WGC-NAME(WS-CODE-FOUND-IDX) TO JE-GL-NAME
               IF JRQ-BRANCH-CODE = SPACES
                   MOVE "UNASGN" TO JE-BRANCH-CODE
               ELSE
                   MOVE JRQ-BRANCH-CODE TO JE-BRANCH-CODE
               END-IF
               MOVE JRQ-DR-CR        TO JE-DR-CR
               MOVE JRQ-AMOUNT       TO JE-AMOUNT
               MOVE JRQ-DESCRIPTION  TO JE-DESCRIPTION
               ADD 1 TO WS-JE-COUNT
               MOVE JOURNAL-ENTRY-RECORD TO WJE-RECORD(WS-JE-COUNT).

      *================================================================
      *    APV / DCL - the checker's decision on a pending entry.
      *================================================================
           PROCESS-DECISION.
               SET JRQ-APPLIED TO TRUE
               MOVE SPACES TO JRQ-ERROR-CODE
               EVALUATE TRUE
                   WHEN JRQ-APPROVE
                       PERFORM APPROVE-JOURNAL
                   WHEN JRQ-DECLINE
                       PERFORM DECLINE-JOURNAL
                   WHEN OTHER
                       SET JRQ-REJECTED TO TRUE
                       SET JRQ-ERR-BAD-ACTION TO TRUE
               END-EVALUATE
               IF JRQ-REJECTED
                   ADD 1 TO WS-DECISION-REJ-COUNT
               END-IF
               MOVE JOURNAL-REQUEST-RECORD TO WRQ-RECORD(WS-RQ-POS).

      *    Leaves the entry's first line in JOURNAL-ENTRY-RECORD and
      *    its line count in WS-JOURNAL-LINES.
           FIND-PENDING-JOURNAL.
               MOVE 0 TO WS-JE-FOUND-IDX
               MOVE 0 TO WS-JOURNAL-LINES
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT
                   IF WJE-RECORD(WS-JE-IDX)(1:8) = JRQ-JOURNAL-ID
                       MOVE WJE-RECORD(WS-JE-IDX)
                           TO JOURNAL-ENTRY-RECORD
                       IF JE-PENDING
                           ADD 1 TO WS-JOURNAL-LINES
                           IF WS-JE-FOUND-IDX = 0
                               SET WS-JE-FOUND-IDX TO WS-JE-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-JE-FOUND-IDX > 0
                   MOVE WJE-RECORD(WS-JE-FOUND-IDX)
                       TO JOURNAL-ENTRY-RECORD
               END-IF.

      *    The checker is a second pair of eyes: on the roster with
      *    keying rights, and never the operator who keyed it.
           CHECK-CHECKER.
               MOVE JRQ-OPERATOR TO WS-FIND-OPER
               PERFORM FIND-OPERATOR-ROLE
               IF (WS-FOUND-ROLE NOT = "M" AND NOT = "S")
               OR JRQ-OPERATOR = JE-MAKER
                   SET JRQ-REJECTED TO TRUE
                   SET JRQ-ERR-BAD-CHECKER TO TRUE
               END-IF.

           APPROVE-JOURNAL.
               PERFORM FIND-PENDING-JOURNAL
               IF WS-JE-FOUND-IDX = 0
                   SET JRQ-REJECTED TO TRUE
                   SET JRQ-ERR-NO-JOURNAL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-CHECKER
               IF JRQ-REJECTED
                   EXIT PARAGRAPH
               END-IF
               MOVE JE-EFFECTIVE-DATE(1:7) TO WS-CHECK-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-CLOSED-HIT = "Y"
                   SET JRQ-REJECTED TO TRUE
                   SET JRQ-ERR-CLOSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-MIRROR-ID
               IF JE-REVERSE-NEXT-DAY
                   IF WS-JE-COUNT + WS-JOURNAL-LINES > WS-JE-MAX
                       SET JRQ-REJECTED TO TRUE
                       SET JRQ-ERR-TABLE-FULL TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "J" TO WS-MIRROR-ID(1:1)
                   MOVE WS-NEXT-JE-NUM TO WS-MIRROR-ID(2:7)
                   ADD 1 TO WS-NEXT-JE-NUM
               END-IF
               MOVE WS-JE-COUNT TO WS-JE-LIMIT
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-LIMIT
                   IF WJE-RECORD(WS-JE-IDX)(1:8) = JRQ-JOURNAL-ID
                       MOVE WJE-RECORD(WS-JE-IDX)
                           TO JOURNAL-ENTRY-RECORD
                       IF JE-PENDING
                           PERFORM POST-ONE-APPROVED-LINE
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-APPROVED-COUNT.

           POST-ONE-APPROVED-LINE.
               SET JE-POSTED TO TRUE
               MOVE JRQ-OPERATOR TO JE-CHECKER
               MOVE WS-TODAY TO JE-DECIDED-DATE
               MOVE WS-MIRROR-ID TO JE-REVERSED-BY
               MOVE "JNL" TO WS-LEG-SOURCE
               PERFORM WRITE-GL-LEG
               MOVE JOURNAL-ENTRY-RECORD TO WJE-RECORD(WS-JE-IDX)
               IF WS-MIRROR-ID NOT = SPACES
                   PERFORM ADD-MIRROR-LINE
               END-IF.

      *    Same code, branch and amount on the opposite side, dated
      *    the next business day and already approved with its
      *    original - it needs no second decision.
           ADD-MIRROR-LINE.
               MOVE JE-JOURNAL-ID     TO JE-REVERSAL-OF
               MOVE WS-MIRROR-ID      TO JE-JOURNAL-ID
               MOVE SPACES            TO JE-REVERSED-BY
               MOVE WS-TODAY          TO JE-ENTRY-DATE
               MOVE WS-NEXT-BUS-DATE  TO JE-EFFECTIVE-DATE
               MOVE SPACES            TO JE-DECIDED-DATE
               MOVE "N"               TO JE-AUTO-REVERSE
               SET JE-SCHEDULED TO TRUE
               IF JE-DEBIT
                   SET JE-CREDIT TO TRUE
               ELSE
                   SET JE-DEBIT TO TRUE
               END-IF
               ADD 1 TO WS-JE-COUNT
               MOVE JOURNAL-ENTRY-RECORD TO WJE-RECORD(WS-JE-COUNT).

           DECLINE-JOURNAL.
               PERFORM FIND-PENDING-JOURNAL
               IF WS-JE-FOUND-IDX = 0
                   SET JRQ-REJECTED TO TRUE
                   SET JRQ-ERR-NO-JOURNAL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-CHECKER
               IF JRQ-REJECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT
                   IF WJE-RECORD(WS-JE-IDX)(1:8) = JRQ-JOURNAL-ID
                       MOVE WJE-RECORD(WS-JE-IDX)
                           TO JOURNAL-ENTRY-RECORD
                       IF JE-PENDING
                           SET JE-DECLINED TO TRUE
                           MOVE JRQ-OPERATOR TO JE-CHECKER
                           MOVE WS-TODAY TO JE-DECIDED-DATE
                           MOVE JOURNAL-ENTRY-RECORD
                               TO WJE-RECORD(WS-JE-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-DECLINED-COUNT.

      *    --- Same append-or-create SUSPENSE-WORKOUT makes onto
      *        tonight's GL file ---
           WRITE-GL-LEG.
               IF WS-GL-OPEN NOT = "Y"
                   OPEN EXTEND GL-APPEND-FILE
                   IF NOT WS-GLAPP-STATUS = "00"
                       OPEN OUTPUT GL-APPEND-FILE
                   END-IF
                   MOVE "Y" TO WS-GL-OPEN
               END-IF
               MOVE SPACES            TO GL-POSTING-RECORD
               MOVE JE-EFFECTIVE-DATE TO GP-DATE
               MOVE JE-GL-CODE        TO GP-GL-CODE
               MOVE JE-GL-NAME        TO GP-GL-NAME
               MOVE JE-DR-CR          TO GP-DR-CR
               MOVE JE-AMOUNT         TO GP-AMOUNT
               MOVE WS-LEG-SOURCE     TO GP-SOURCE-TYPE
               MOVE JE-DESCRIPTION    TO GP-DESCRIPTION
               MOVE JE-JOURNAL-ID     TO GP-REFERENCE
               MOVE JE-BRANCH-CODE    TO GP-BRANCH-CODE
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-LEG-COUNT
               IF JE-DEBIT
                   ADD JE-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD JE-AMOUNT TO WS-TOTAL-CREDITS
               END-IF.

           WRITE-RESULTS.
               OPEN OUTPUT RESULTS-FILE
               PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                   MOVE WRQ-RECORD(WS-RQ-IDX) TO RESULT-IO
                   WRITE RESULT-IO
               END-PERFORM
               CLOSE RESULTS-FILE.

           REWRITE-JOURNALS.
               OPEN OUTPUT JOURNALS-FILE
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT
                   MOVE WJE-RECORD(WS-JE-IDX) TO JOURNAL-IO
                   WRITE JOURNAL-IO
               END-PERFORM
               CLOSE JOURNALS-FILE.

      *================================================================
      *    Journal register: posted today, declined today, waiting
      *    for a checker, and reversals scheduled ahead - each entry
      *    with its lines and its debit/credit totals.
      *================================================================
           WRITE-REGISTER-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "JOURNAL-REGISTER-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - GL JOURNAL REGISTER  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES        TO WS-OUT-LINE
               MOVE "LINE"        TO WS-OUT-LINE(6:4)
               MOVE "GL CODE"     TO WS-OUT-LINE(11:7)
               MOVE "NAME"        TO WS-OUT-LINE(19:4)
               MOVE "BRANCH"      TO WS-OUT-LINE(44:6)
               MOVE "DEBIT"       TO WS-OUT-LINE(60:5)
               MOVE "CREDIT"      TO WS-OUT-LINE(74:6)
               MOVE "DESCRIPTION" TO WS-OUT-LINE(81:11)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "A" TO WS-SECTION
               MOVE "POSTED TODAY" TO WS-OUT-LINE
               PERFORM WRITE-REGISTER-SECTION
               MOVE "D" TO WS-SECTION
               MOVE "DECLINED TODAY" TO WS-OUT-LINE
               PERFORM WRITE-REGISTER-SECTION
               MOVE "P" TO WS-SECTION
               MOVE "AWAITING APPROVAL" TO WS-OUT-LINE
               PERFORM WRITE-REGISTER-SECTION
               MOVE "S" TO WS-SECTION
               MOVE "REVERSALS SCHEDULED" TO WS-OUT-LINE
               PERFORM WRITE-REGISTER-SECTION
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  KEYED: " DELIMITED SIZE
                   WS-KEYED-COUNT DELIMITED SIZE
                   "   REFUSED AT ENTRY: " DELIMITED SIZE
                   WS-REFUSED-COUNT DELIMITED SIZE
                   "   APPROVED: " DELIMITED SIZE
                   WS-APPROVED-COUNT DELIMITED SIZE
                   "   DECLINED: " DELIMITED SIZE
                   WS-DECLINED-COUNT DELIMITED SIZE
                   "   REVERSED: " DELIMITED SIZE
                   WS-REVERSAL-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE.

      *    Enters with the section title in WS-OUT-LINE.
           WRITE-REGISTER-SECTION.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-OUT-LINE TO REPORT-RECORD(3:98)
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-LAST-ID
               MOVE 0 TO WS-SECTION-COUNT
               PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT
                   MOVE WJE-RECORD(WS-JE-IDX) TO JOURNAL-ENTRY-RECORD
                   PERFORM TEST-SECTION-LINE
                   IF WS-SECTION-HIT = "Y"
                       IF JE-JOURNAL-ID NOT = WS-LAST-ID
                           IF WS-LAST-ID NOT = SPACES
                               PERFORM WRITE-JOURNAL-TOTALS
                           END-IF
                           PERFORM WRITE-JOURNAL-HEADER
                       END-IF
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
               END-PERFORM
               IF WS-LAST-ID NOT = SPACES
                   PERFORM WRITE-JOURNAL-TOTALS
               ELSE
                   MOVE "      NONE" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           TEST-SECTION-LINE.
               MOVE "N" TO WS-SECTION-HIT
               EVALUATE WS-SECTION
                   WHEN "A"
                       IF JE-POSTED AND JE-DECIDED-DATE = WS-TODAY
                           MOVE "Y" TO WS-SECTION-HIT
                       END-IF
                   WHEN "D"
                       IF JE-DECLINED AND JE-DECIDED-DATE = WS-TODAY
                           MOVE "Y" TO WS-SECTION-HIT
                       END-IF
                   WHEN "P"
                       IF JE-PENDING
                           MOVE "Y" TO WS-SECTION-HIT
                       END-IF
                   WHEN "S"
                       IF JE-SCHEDULED
                           MOVE "Y" TO WS-SECTION-HIT
                       END-IF
               END-EVALUATE.

           WRITE-JOURNAL-HEADER.
               MOVE JE-JOURNAL-ID TO WS-LAST-ID
               MOVE 0 TO WS-JNL-DEBITS
               MOVE 0 TO WS-JNL-CREDITS
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE JE-JOURNAL-ID     TO WS-OUT-LINE(3:8)
               MOVE "EFF"             TO WS-OUT-LINE(13:3)
               MOVE JE-EFFECTIVE-DATE TO WS-OUT-LINE(17:10)
               MOVE "MAKER"           TO WS-OUT-LINE(29:5)
               MOVE JE-MAKER          TO WS-OUT-LINE(35:6)
               IF JE-CHECKER NOT = SPACES
                   MOVE "CHECKER"     TO WS-OUT-LINE(43:7)
                   MOVE JE-CHECKER    TO WS-OUT-LINE(51:6)
               END-IF
               EVALUATE TRUE
                   WHEN JE-PENDING
                       MOVE JE-ENTRY-DATE(1:4) TO WS-PARSE-INT(1:4)
                       MOVE JE-ENTRY-DATE(6:2) TO WS-PARSE-INT(5:2)
                       MOVE JE-ENTRY-DATE(9:2) TO WS-PARSE-INT(7:2)
                       COMPUTE WS-PARSE-JULIAN =
                           FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                       COMPUTE WS-WAIT-DAYS =
                           WS-TODAY-JULIAN - WS-PARSE-JULIAN
                       MOVE WS-WAIT-DAYS TO WS-DISP-DAYS
                       STRING "KEYED " DELIMITED SIZE
                           JE-ENTRY-DATE DELIMITED SIZE
                           WS-DISP-DAYS DELIMITED SIZE
                           " DAYS" DELIMITED SIZE
                           INTO WS-OUT-LINE(59:33)
                   WHEN JE-REVERSAL-OF NOT = SPACES
                       MOVE "REVERSES"     TO WS-OUT-LINE(59:8)
                       MOVE JE-REVERSAL-OF TO WS-OUT-LINE(68:8)
                   WHEN JE-REVERSED-BY NOT = SPACES
                       MOVE "REVERSED BY"  TO WS-OUT-LINE(59:11)
                       MOVE JE-REVERSED-BY TO WS-OUT-LINE(71:8)
                   WHEN JE-REVERSE-NEXT-DAY
                       MOVE "AUTO-REVERSE" TO WS-OUT-LINE(59:12)
               END-EVALUATE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-JOURNAL-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE JE-LINE-NO     TO WS-OUT-LINE(7:3)
               MOVE JE-GL-CODE     TO WS-OUT-LINE(12:6)
               MOVE JE-GL-NAME     TO WS-OUT-LINE(19:24)
               MOVE JE-BRANCH-CODE TO WS-OUT-LINE(44:6)
               MOVE JE-AMOUNT      TO WS-DISP-AMOUNT
               IF JE-DEBIT
                   MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(51:14)
                   ADD JE-AMOUNT TO WS-JNL-DEBITS
               ELSE
                   MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(66:14)
                   ADD JE-AMOUNT TO WS-JNL-CREDITS
               END-IF
               MOVE JE-DESCRIPTION(1:20) TO WS-OUT-LINE(81:20)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-JOURNAL-TOTALS.
               MOVE SPACES TO WS-OUT-LINE
               MOVE "TOTAL"        TO WS-OUT-LINE(44:5)
               MOVE WS-JNL-DEBITS  TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(51:14)
               MOVE WS-JNL-CREDITS TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(66:14)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               MOVE WS-TOTAL-DEBITS  TO WS-DISP-DEBITS
               MOVE WS-TOTAL-CREDITS TO WS-DISP-CREDITS
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - GL Journal Entries"
               DISPLAY "=============================================="
               DISPLAY "  Requests Read      : " WS-REQ-COUNT
               DISPLAY "  Entries Keyed      : " WS-KEYED-COUNT
               DISPLAY "  Entries Refused    : " WS-REFUSED-COUNT
               DISPLAY "  Entries Approved   : " WS-APPROVED-COUNT
               DISPLAY "  Entries Declined   : " WS-DECLINED-COUNT
               DISPLAY "  Decisions Rejected : " WS-DECISION-REJ-COUNT
               DISPLAY "  Reversals Posted   : " WS-REVERSAL-COUNT
               DISPLAY "  Reversals Held     : " WS-REVERSAL-HELD
               DISPLAY "  GL Legs Appended   : " WS-LEG-COUNT
               DISPLAY "  Total Debits       : " WS-DISP-DEBITS
               DISPLAY "  Total Credits      : " WS-DISP-CREDITS
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/JOURNAL-ENTRIES.dat"
               DISPLAY "  → data/output/JOURNAL-RESULTS.dat"
               DISPLAY "  → data/output/JOURNAL-REGISTER-REPORT.dat"
               DISPLAY "  → data/output/GL-POSTINGS.dat"
               DISPLAY "==============================================".
