      *================================================================
      * PROGRAM:    INTEGRITY-AUDIT.cbl
      * DESCRIPTION: Nightly referential-integrity audit across the
      *              account master and the companion files keyed to
      *              it. Each companion was written by its own
      *              program over the years and nothing held them
      *              in agreement - a link or a standing order
      *              outliving its account only surfaced when some
      *              batch step tripped over it. The audit checks:
      *                IA01 a CUSTOMER-ACCOUNT-LINKS.dat row naming
      *                     an account not on ACCOUNTS-MASTER.dat;
      *                IA02 a link naming a customer not on
      *                     CUSTOMER-MASTER.dat (or one merged away);
      *                IA03 a customer-facing account (INTERNAL,
      *                     closed and escheated accounts aside) no
      *                     current customer owns;
      *                IA04 an ACCOUNT-PARTIES, ACCOUNT-BRANCHES,
      *                     CD-TERMS, LOAN-MASTER, STANDING-ORDERS,
      *                     HOLD-QUEUE or LEGAL-ORDERS-ACTIVE row
      *                     naming an account not on the master;
      *                IA05 a CD-TERMS.dat row for a non-CD account;
      *                IA06 a live loan collecting from a closed or
      *                     escheated deposit account;
      *                IA07 a standing order from or to a closed or
      *                     escheated account;
      *                IA08 an account type not on PRODUCT-MASTER.dat
      *                     (the five built-in types when absent, as
      *                     the loaders seed them);
      *                IA09 a pending deposit hold on an escheated
      *                     account;
      *                IA10 an open legal order on an escheated
      *                     account.
      *              Every finding is written, in the DATA-QUALITY-
      *              RECORD.cpy layout under reason DQ04, to
      *              INTEGRITY-FINDINGS.dat - rewritten whole each
      *              night, so it always says what is broken NOW.
      *              DQ-WORKOUT, the next step, folds it into the
      *              persistent DQ-QUEUE.dat (aged and escalated like
      *              any quarantined row) and drops a queued finding
      *              the audit no longer reports, since an orphan is
      *              fixed at its source file, not through
      *              DQ-CORRECTIONS.dat. INTEGRITY-AUDIT-REPORT.dat
      *              lists the findings and the count by rule.
      *              Runs with the morning maintenance steps, just
      *              ahead of DQ-WORKOUT and the programs that would
      *              trip over what it finds.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INTEGRITY-AUDIT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        Optional: no PRODUCT-MASTER.dat seeds the five
      *        built-in type codes.
               SELECT PRODUCT-MASTER-FILE
                   ASSIGN TO "data/input/PRODUCT-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-STATUS.

      *        Optional: without a CIF the customer rules stand
      *        down rather than flag every link.
               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

      *        Every companion opens through one dynamic path - the
      *        one-scanner treatment TXN-TRACE gives its sources.
               SELECT COMPANION-FILE
                   ASSIGN TO WS-COMPANION-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COMP-STATUS.

               SELECT FINDINGS-FILE
                   ASSIGN TO "data/output/INTEGRITY-FINDINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FIND-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/INTEGRITY-AUDIT-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD COMPANION-FILE.
           01 COMPANION-IO          PIC X(200).

           FD FINDINGS-FILE.
           01 FINDING-IO            PIC X(180).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-PRD-STATUS         PIC XX.
               88 WS-PRD-FILE-OK       VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-COMP-STATUS        PIC XX.
               88 WS-COMP-FILE-OK      VALUE "00".
           01 WS-FIND-STATUS        PIC XX.
               88 WS-FIND-FILE-OK      VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-PRD            PIC X VALUE "N".
               88 END-OF-PRD-LOAD      VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-COMP           PIC X VALUE "N".
               88 END-OF-COMPANION     VALUE "Y".

           COPY "ACCOUNT-RECORD.cpy".
           COPY "PRODUCT-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "ACCOUNT-PARTY-RECORD.cpy".
           COPY "ACCOUNT-BRANCH-RECORD.cpy".
           COPY "CD-TERMS-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "STANDING-ORDER-RECORD.cpy".
           COPY "HOLD-QUEUE-RECORD.cpy".
           COPY "LEGAL-ORDER-RECORD.cpy".
           COPY "DATA-QUALITY-RECORD.cpy".

      *    --- The account master, with an owner flag the link scan
      *        sets ---
           01 WS-ACC-MAX            PIC 9(4) VALUE 9999.
           01 WS-ACC-TABLE.
               05 WS-ACC-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-ACC-IDX.
                   10 WAC-ACCOUNT-ID   PIC X(10).
                   10 WAC-TYPE         PIC X(10).
                   10 WAC-STATUS       PIC X(01).
                   10 WAC-OWNED        PIC X(01).
           01 WS-ACC-COUNT          PIC 9(4) VALUE 0.
           01 WS-ACC-FOUND          PIC 9(4) VALUE 0.
           01 WS-LOOKUP-ACCOUNT     PIC X(10).

      *    --- Current CIF customers (status M = merged away) ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-STATUS       PIC X(01).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CUST-FOUND         PIC 9(4) VALUE 0.
           01 WS-CIF-PRESENT        PIC X VALUE "N".

      *    --- Product master table (type membership check) ---
           01 WS-PRD-MAX            PIC 99 VALUE 20.
           01 WS-PRD-TABLE.
               05 WS-PRD-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-PRD-IDX.
                   10 WPR-TYPE         PIC X(10).
           01 WS-PRD-COUNT          PIC 99 VALUE 0.
           01 WS-PRD-FOUND-IDX      PIC 99 VALUE 0.

      *    --- The rules, and tonight's count against each ---
           01 WS-RULE-TABLE.
               05 FILLER PIC X(34) VALUE
                   "IA01LINK TO UNKNOWN ACCOUNT       ".
               05 FILLER PIC X(34) VALUE
                   "IA02LINK TO UNKNOWN CUSTOMER      ".
               05 FILLER PIC X(34) VALUE
                   "IA03ACCOUNT HAS NO OWNING CUSTOMER".
               05 FILLER PIC X(34) VALUE
                   "IA04ROW FOR UNKNOWN ACCOUNT       ".
               05 FILLER PIC X(34) VALUE
                   "IA05CD TERMS ON NON-CD ACCOUNT    ".
               05 FILLER PIC X(34) VALUE
                   "IA06LOAN ON CLOSED DEPOSIT ACCOUNT".
               05 FILLER PIC X(34) VALUE
                   "IA07STANDING ORDER ON CLOSED ACCT ".
               05 FILLER PIC X(34) VALUE
                   "IA08PRODUCT NOT IN PRODUCT MASTER ".
               05 FILLER PIC X(34) VALUE
                   "IA09HOLD ON ESCHEATED ACCOUNT     ".
               05 FILLER PIC X(34) VALUE
                   "IA10LEGAL ORDER ON ESCHEATED ACCT ".
           01 WS-RULE-TABLE-R REDEFINES WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-RULE-IDX.
                   10 WRU-CODE         PIC X(04).
                   10 WRU-TEXT         PIC X(30).
           01 WS-RULE-TOTALS.
               05 WS-RULE-COUNT     PIC 9(5) OCCURS 10 TIMES
                                    VALUE 0.
           01 WS-RULE-NUM           PIC 99.

      *    --- Companion walking ---
           01 WS-COMPANION-PATH     PIC X(60).
           01 WS-SOURCE-NUM         PIC 9.
           01 WS-SOURCE-NAME        PIC X(26).
           01 WS-SOURCES-SCANNED    PIC 9 VALUE 0.

      *    --- One finding (the raw-record view DQ-QUEUE.dat keeps:
      *        the flagged row's own key first, so DQ-AGING-REPORT
      *        shows whose it is; nothing varies night to night, so
      *        DQ-WORKOUT can match a finding it already queued) ---
           01 WS-FINDING-RAW.
               05 WFR-KEY           PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WFR-RULE          PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WFR-SOURCE        PIC X(26).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WFR-REFERENCED    PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WFR-DETAIL        PIC X(30).
               05 FILLER            PIC X(36) VALUE SPACES.
           01 WS-FIND-KEY           PIC X(10).
           01 WS-FIND-REFERENCED    PIC X(10).
           01 WS-FIND-DETAIL        PIC X(30).

      *    --- Counters ---
           01 WS-FINDING-COUNT      PIC 9(5) VALUE 0.
           01 WS-ROWS-CHECKED       PIC 9(7) VALUE 0.
           01 WS-DISP-COUNT         PIC ZZ,ZZ9.
           01 WS-OUT-LINE           PIC X(100).

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               OPEN OUTPUT FINDINGS-FILE
               IF NOT WS-FIND-FILE-OK
                   DISPLAY "ERROR: Cannot open INTEGRITY-FINDINGS.dat"
                   DISPLAY "FILE STATUS: " WS-FIND-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "INTEGRITY-AUDIT-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM LOAD-PRODUCT-MASTER
               PERFORM LOAD-CUSTOMERS
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   MOVE "  NO ACCOUNTS-MASTER.dat - NOTHING TO AUDIT"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   CLOSE FINDINGS-FILE
                   CLOSE REPORT-FILE
                   DISPLAY "  No ACCOUNTS-MASTER.dat to audit"
                   STOP RUN
               END-IF
               PERFORM LOAD-ONE-ACCOUNT
                   UNTIL END-OF-ACCT-LOAD
               CLOSE ACCOUNTS-FILE
               PERFORM SCAN-ONE-COMPANION
                   VARYING WS-SOURCE-NUM FROM 1 BY 1
                   UNTIL WS-SOURCE-NUM > 7
               IF WS-CIF-PRESENT = "Y"
                   PERFORM CHECK-ONE-OWNER
                       VARYING WS-ACC-IDX FROM 1 BY 1
                       UNTIL WS-ACC-IDX > WS-ACC-COUNT
               END-IF
               PERFORM WRITE-RULE-SUMMARY
               CLOSE FINDINGS-FILE
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
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2).

      *    --- Optional file: no PRODUCT-MASTER.dat seeds the five
      *        built-in type codes, exactly the loaders' fallback ---
           LOAD-PRODUCT-MASTER.
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-PRD-FILE-OK
                   PERFORM READ-ONE-PRODUCT-ROW
                       UNTIL END-OF-PRD-LOAD
                   CLOSE PRODUCT-MASTER-FILE
               END-IF
               IF WS-PRD-COUNT = 0
                   MOVE 5 TO WS-PRD-COUNT
                   MOVE "CHECKING  " TO WPR-TYPE(1)
                   MOVE "SAVINGS   " TO WPR-TYPE(2)
                   MOVE "BUSINESS  " TO WPR-TYPE(3)
                   MOVE "INTERNAL  " TO WPR-TYPE(4)
                   MOVE "CD        " TO WPR-TYPE(5)
               END-IF.

           READ-ONE-PRODUCT-ROW.
               READ PRODUCT-MASTER-FILE INTO PRODUCT-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-PRD
               NOT AT END
                   MOVE PRODUCT-MASTER-IO TO PRODUCT-RECORD
                   IF WS-PRD-COUNT < WS-PRD-MAX
                   AND PRD-TYPE-CODE NOT = SPACES
                       ADD 1 TO WS-PRD-COUNT
                       MOVE PRD-TYPE-CODE
                           TO WPR-TYPE(WS-PRD-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   MOVE "Y" TO WS-CIF-PRESENT
                   PERFORM READ-ONE-CUSTOMER
                       UNTIL END-OF-CUST-LOAD
                   CLOSE CUSTOMER-FILE
               END-IF.

           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   MOVE CUSTOMER-IO TO CUSTOMER-RECORD
                   IF WS-CUST-COUNT < WS-CUST-MAX
                   AND CU-CUSTOMER-ID NOT = SPACES
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-ID
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CU-STATUS
                           TO WCU-STATUS(WS-CUST-COUNT)
                   END-IF
               END-READ.

      *    IA08 is checked as the master loads - the type is on the
      *    account row itself.
           LOAD-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   MOVE ACCOUNT-IO TO ACCOUNT-RECORD
                   IF AR-ACCOUNT-ID NOT = SPACES
                   AND WS-ACC-COUNT < WS-ACC-MAX
                       ADD 1 TO WS-ACC-COUNT
                       ADD 1 TO WS-ROWS-CHECKED
                       MOVE AR-ACCOUNT-ID
                           TO WAC-ACCOUNT-ID(WS-ACC-COUNT)
                       MOVE AR-ACCOUNT-TYPE
                           TO WAC-TYPE(WS-ACC-COUNT)
                       MOVE AR-STATUS TO WAC-STATUS(WS-ACC-COUNT)
                       MOVE "N" TO WAC-OWNED(WS-ACC-COUNT)
                       MOVE 0 TO WS-PRD-FOUND-IDX
                       PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                           UNTIL WS-PRD-IDX > WS-PRD-COUNT
                           IF WPR-TYPE(WS-PRD-IDX) = AR-ACCOUNT-TYPE
                               SET WS-PRD-FOUND-IDX TO WS-PRD-IDX
                           END-IF
                       END-PERFORM
                       IF WS-PRD-FOUND-IDX = 0
                           MOVE "ACCOUNTS-MASTER.dat"
                               TO WS-SOURCE-NAME
                           MOVE AR-ACCOUNT-ID   TO WS-FIND-KEY
                           MOVE SPACES          TO WS-FIND-REFERENCED
                           MOVE SPACES          TO WS-FIND-DETAIL
                           STRING "TYPE " DELIMITED SIZE
                               AR-ACCOUNT-TYPE DELIMITED SIZE
                               INTO WS-FIND-DETAIL
                           MOVE 8 TO WS-RULE-NUM
                           PERFORM RECORD-FINDING
                       END-IF
                   END-IF
               END-READ.

           FIND-ACCOUNT.
               MOVE 0 TO WS-ACC-FOUND
               PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
                   OR WS-ACC-FOUND > 0
                   IF WAC-ACCOUNT-ID(WS-ACC-IDX) = WS-LOOKUP-ACCOUNT
                       SET WS-ACC-FOUND TO WS-ACC-IDX
                   END-IF
               END-PERFORM.

      *================================================================
      *    COMPANION SCANS - one dynamic path, one row check per
      *    source kind. A companion not on file has nothing to
      *    disagree with and is passed over.
      *================================================================
           SCAN-ONE-COMPANION.
               EVALUATE WS-SOURCE-NUM
                   WHEN 1
                       MOVE "CUSTOMER-ACCOUNT-LINKS.dat"
                           TO WS-SOURCE-NAME
                       MOVE "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                           TO WS-COMPANION-PATH
                   WHEN 2
                       MOVE "ACCOUNT-PARTIES.dat" TO WS-SOURCE-NAME
                       MOVE "data/input/ACCOUNT-PARTIES.dat"
                           TO WS-COMPANION-PATH
                   WHEN 3
                       MOVE "ACCOUNT-BRANCHES.dat" TO WS-SOURCE-NAME
                       MOVE "data/input/ACCOUNT-BRANCHES.dat"
                           TO WS-COMPANION-PATH
                   WHEN 4
                       MOVE "CD-TERMS.dat" TO WS-SOURCE-NAME
                       MOVE "data/input/CD-TERMS.dat"
                           TO WS-COMPANION-PATH
                   WHEN 5
                       MOVE "LOAN-MASTER.dat" TO WS-SOURCE-NAME
                       MOVE "data/input/LOAN-MASTER.dat"
                           TO WS-COMPANION-PATH
                   WHEN 6
                       MOVE "STANDING-ORDERS.dat" TO WS-SOURCE-NAME
                       MOVE "data/input/STANDING-ORDERS.dat"
                           TO WS-COMPANION-PATH
                   WHEN OTHER
                       MOVE "HOLD-QUEUE.dat" TO WS-SOURCE-NAME
                       MOVE "data/output/HOLD-QUEUE.dat"
                           TO WS-COMPANION-PATH
               END-EVALUATE
               PERFORM SCAN-COMPANION-FILE
      *        The legal-order book rides along with the holds.
               IF WS-SOURCE-NUM = 7
                   MOVE "LEGAL-ORDERS-ACTIVE.dat" TO WS-SOURCE-NAME
                   MOVE "data/output/LEGAL-ORDERS-ACTIVE.dat"
                       TO WS-COMPANION-PATH
                   MOVE 8 TO WS-SOURCE-NUM
                   PERFORM SCAN-COMPANION-FILE
                   MOVE 7 TO WS-SOURCE-NUM
               END-IF.

           SCAN-COMPANION-FILE.
               MOVE "N" TO WS-EOF-COMP
               OPEN INPUT COMPANION-FILE
               IF WS-COMP-FILE-OK
                   ADD 1 TO WS-SOURCES-SCANNED
                   PERFORM CHECK-ONE-COMPANION-ROW
                       UNTIL END-OF-COMPANION
                   CLOSE COMPANION-FILE
               END-IF.

           CHECK-ONE-COMPANION-ROW.
               READ COMPANION-FILE INTO COMPANION-IO
               AT END
                   MOVE "Y" TO WS-EOF-COMP
               NOT AT END
                   IF COMPANION-IO(1:10) NOT = SPACES
                   AND COMPANION-IO(1:1) NOT = "*"
                       ADD 1 TO WS-ROWS-CHECKED
                       MOVE SPACES TO WS-FIND-DETAIL
                       EVALUATE WS-SOURCE-NUM
                           WHEN 1
                               PERFORM CHECK-LINK-ROW
                           WHEN 2
                               MOVE COMPANION-IO
                                   TO ACCOUNT-PARTY-RECORD
                               MOVE APR-ACCOUNT-ID TO WS-FIND-KEY
                               MOVE APR-ACCOUNT-ID
                                   TO WS-LOOKUP-ACCOUNT
                               MOVE APR-PARTY-NAME TO WS-FIND-DETAIL
                               PERFORM CHECK-ACCOUNT-EXISTS
                           WHEN 3
                               MOVE COMPANION-IO
                                   TO ACCOUNT-BRANCH-RECORD
                               MOVE ABR-ACCOUNT-ID TO WS-FIND-KEY
                               MOVE ABR-ACCOUNT-ID
                                   TO WS-LOOKUP-ACCOUNT
                               MOVE ABR-BRANCH-CODE
                                   TO WS-FIND-DETAIL
                               PERFORM CHECK-ACCOUNT-EXISTS
                           WHEN 4
                               PERFORM CHECK-CD-TERMS-ROW
                           WHEN 5
                               PERFORM CHECK-LOAN-ROW
                           WHEN 6
                               PERFORM CHECK-STANDING-ORDER-ROW
                           WHEN 7
                               PERFORM CHECK-HOLD-ROW
                           WHEN OTHER
                               PERFORM CHECK-LEGAL-ORDER-ROW
                       END-EVALUATE
                   END-IF
               END-READ.

      *    IA04 for any companion: WS-LOOKUP-ACCOUNT must be on the
      *    master. WS-ACC-FOUND is left for the caller's own rule.
           CHECK-ACCOUNT-EXISTS.
               PERFORM FIND-ACCOUNT
               IF WS-ACC-FOUND = 0
                   MOVE WS-LOOKUP-ACCOUNT TO WS-FIND-REFERENCED
                   MOVE 4 TO WS-RULE-NUM
                   PERFORM RECORD-FINDING
               END-IF.

      *    IA01 / IA02 - and a link to a current customer marks the
      *    account owned for IA03.
           CHECK-LINK-ROW.
               MOVE COMPANION-IO TO CUSTOMER-LINK-RECORD
               MOVE CAL-CUSTOMER-ID TO WS-FIND-KEY
               MOVE CAL-ACCOUNT-ID  TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF WS-ACC-FOUND = 0
                   MOVE CAL-ACCOUNT-ID TO WS-FIND-REFERENCED
                   MOVE 1 TO WS-RULE-NUM
                   PERFORM RECORD-FINDING
               END-IF
               IF WS-CIF-PRESENT = "Y"
                   MOVE 0 TO WS-CUST-FOUND
                   PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       IF WCU-CUSTOMER-ID(WS-CUST-IDX)
                           = CAL-CUSTOMER-ID
                           SET WS-CUST-FOUND TO WS-CUST-IDX
                       END-IF
                   END-PERFORM
                   IF WS-CUST-FOUND = 0
                       MOVE CAL-CUSTOMER-ID TO WS-FIND-REFERENCED
                       MOVE "NOT ON CUSTOMER-MASTER"
                           TO WS-FIND-DETAIL
                       MOVE 2 TO WS-RULE-NUM
                       PERFORM RECORD-FINDING
                   ELSE
                       IF WCU-STATUS(WS-CUST-FOUND) = "M"
                           MOVE CAL-CUSTOMER-ID
                               TO WS-FIND-REFERENCED
                           MOVE "CUSTOMER MERGED AWAY"
                               TO WS-FIND-DETAIL
                           MOVE 2 TO WS-RULE-NUM
                           PERFORM RECORD-FINDING
                       ELSE
                           IF WS-ACC-FOUND > 0
                               MOVE "Y" TO WAC-OWNED(WS-ACC-FOUND)
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *    IA04 / IA05.
           CHECK-CD-TERMS-ROW.
               MOVE COMPANION-IO TO CD-TERMS-RECORD
               MOVE CDT-ACCOUNT-ID TO WS-FIND-KEY
               MOVE CDT-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               MOVE CDT-MATURITY-DATE TO WS-FIND-DETAIL
               PERFORM CHECK-ACCOUNT-EXISTS
               IF WS-ACC-FOUND > 0
                   IF WAC-TYPE(WS-ACC-FOUND) NOT = "CD        "
                       MOVE CDT-ACCOUNT-ID TO WS-FIND-REFERENCED
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "ACCOUNT IS " DELIMITED SIZE
                           WAC-TYPE(WS-ACC-FOUND) DELIMITED SIZE
                           INTO WS-FIND-DETAIL
                       MOVE 5 TO WS-RULE-NUM
                       PERFORM RECORD-FINDING
                   END-IF
               END-IF.

      *    IA04 / IA06 - a paid-off or charged-off note collects
      *    nothing, so only a live loan's deposit account matters.
           CHECK-LOAN-ROW.
               MOVE COMPANION-IO TO LOAN-MASTER-RECORD
               IF LN-ACCOUNT-ID NOT = SPACES
               AND NOT LN-PAID-OFF
               AND NOT LN-CHARGED-OFF
                   MOVE LN-LOAN-ID    TO WS-FIND-KEY
                   MOVE LN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                   MOVE "COLLECTING ACCOUNT" TO WS-FIND-DETAIL
                   PERFORM CHECK-ACCOUNT-EXISTS
                   IF WS-ACC-FOUND > 0
                       IF WAC-STATUS(WS-ACC-FOUND) = "C"
                       OR WAC-STATUS(WS-ACC-FOUND) = "E"
                           MOVE LN-ACCOUNT-ID TO WS-FIND-REFERENCED
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING "LOAN STATUS " DELIMITED SIZE
                               LN-STATUS DELIMITED SIZE
                               " ACCOUNT STATUS " DELIMITED SIZE
                               WAC-STATUS(WS-ACC-FOUND)
                               DELIMITED SIZE
                               INTO WS-FIND-DETAIL
                           MOVE 6 TO WS-RULE-NUM
                           PERFORM RECORD-FINDING
                       END-IF
                   END-IF
               END-IF.

      *    IA04 / IA07, for both legs of the instruction.
           CHECK-STANDING-ORDER-ROW.
               MOVE COMPANION-IO TO STANDING-ORDER-RECORD
               MOVE SO-SOURCE-ACCOUNT TO WS-FIND-KEY
               MOVE SO-SOURCE-ACCOUNT TO WS-LOOKUP-ACCOUNT
               MOVE "SOURCE ACCOUNT" TO WS-FIND-DETAIL
               PERFORM CHECK-SO-ACCOUNT
               IF SO-TARGET-ACCOUNT NOT = SPACES
                   MOVE SO-TARGET-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   MOVE "TARGET ACCOUNT" TO WS-FIND-DETAIL
                   PERFORM CHECK-SO-ACCOUNT
               END-IF.

           CHECK-SO-ACCOUNT.
               PERFORM CHECK-ACCOUNT-EXISTS
               IF WS-ACC-FOUND > 0
                   IF WAC-STATUS(WS-ACC-FOUND) = "C"
                   OR WAC-STATUS(WS-ACC-FOUND) = "E"
                       MOVE WS-LOOKUP-ACCOUNT TO WS-FIND-REFERENCED
                       MOVE 7 TO WS-RULE-NUM
                       PERFORM RECORD-FINDING
                   END-IF
               END-IF.

      *    IA04 / IA09 - a released hold is history.
           CHECK-HOLD-ROW.
               MOVE COMPANION-IO TO HOLD-QUEUE-RECORD
               IF HQ-PENDING
                   MOVE HQ-ACCOUNT-ID TO WS-FIND-KEY
                   MOVE HQ-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                   MOVE HQ-HOLD-DATE  TO WS-FIND-DETAIL
                   PERFORM CHECK-ACCOUNT-EXISTS
                   IF WS-ACC-FOUND > 0
                       IF WAC-STATUS(WS-ACC-FOUND) = "E"
                           MOVE HQ-ACCOUNT-ID TO WS-FIND-REFERENCED
                           MOVE 9 TO WS-RULE-NUM
                           PERFORM RECORD-FINDING
                       END-IF
                   END-IF
               END-IF.

      *    IA04 / IA10 - a satisfied or released order is history.
           CHECK-LEGAL-ORDER-ROW.
               MOVE COMPANION-IO TO LEGAL-ORDER-RECORD
               IF LO-OPEN
                   MOVE LO-ORDER-ID   TO WS-FIND-KEY
                   MOVE LO-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                   MOVE LO-AUTHORITY  TO WS-FIND-DETAIL
                   PERFORM CHECK-ACCOUNT-EXISTS
                   IF WS-ACC-FOUND > 0
                       IF WAC-STATUS(WS-ACC-FOUND) = "E"
                           MOVE LO-ACCOUNT-ID TO WS-FIND-REFERENCED
                           MOVE 10 TO WS-RULE-NUM
                           PERFORM RECORD-FINDING
                       END-IF
                   END-IF
               END-IF.

      *    IA03 - after every link has been seen. INTERNAL accounts
      *    have no customer; closed and escheated accounts are
      *    finished business.
           CHECK-ONE-OWNER.
               IF WAC-OWNED(WS-ACC-IDX) = "N"
               AND WAC-TYPE(WS-ACC-IDX) NOT = "INTERNAL  "
               AND WAC-STATUS(WS-ACC-IDX) NOT = "C"
               AND WAC-STATUS(WS-ACC-IDX) NOT = "E"
                   MOVE "CUSTOMER-ACCOUNT-LINKS.dat"
                       TO WS-SOURCE-NAME
                   MOVE WAC-ACCOUNT-ID(WS-ACC-IDX) TO WS-FIND-KEY
                   MOVE SPACES TO WS-FIND-REFERENCED
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "TYPE " DELIMITED SIZE
                       WAC-TYPE(WS-ACC-IDX) DELIMITED SIZE
                       " STATUS " DELIMITED SIZE
                       WAC-STATUS(WS-ACC-IDX) DELIMITED SIZE
                       INTO WS-FIND-DETAIL
                   MOVE 3 TO WS-RULE-NUM
                   PERFORM RECORD-FINDING
               END-IF.

      *    One finding: the DQ row for DQ-WORKOUT, a report line,
      *    and the rule's count.
           RECORD-FINDING.
               ADD 1 TO WS-FINDING-COUNT
               ADD 1 TO WS-RULE-COUNT(WS-RULE-NUM)
               MOVE WS-FIND-KEY        TO WFR-KEY
               MOVE WRU-CODE(WS-RULE-NUM) TO WFR-RULE
               MOVE WS-SOURCE-NAME     TO WFR-SOURCE
               MOVE WS-FIND-REFERENCED TO WFR-REFERENCED
               MOVE WS-FIND-DETAIL     TO WFR-DETAIL
               MOVE SPACES TO DQ-EXCEPTION-RECORD
               MOVE WS-TODAY TO DQ-DATE
               MOVE "INTEGRITY-AUDIT" TO DQ-SOURCE-PROGRAM
               SET DQ-BROKEN-REFERENCE TO TRUE
               MOVE WRU-TEXT(WS-RULE-NUM) TO DQ-REASON-TEXT
               MOVE WS-FINDING-RAW TO DQ-RAW-RECORD
               MOVE DQ-EXCEPTION-RECORD TO FINDING-IO
               WRITE FINDING-IO
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED SIZE
                   WS-FINDING-RAW(1:84) DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - REFERENTIAL INTEGRITY AUDIT - "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  ROW KEY    RULE SOURCE FILE" TO WS-OUT-LINE
               MOVE "REFERS TO" TO WS-OUT-LINE(46:9)
               MOVE "DETAIL" TO WS-OUT-LINE(57:6)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-RULE-SUMMARY.
               IF WS-FINDING-COUNT = 0
                   MOVE "  NO INTEGRITY FINDINGS" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  FINDINGS BY RULE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-RULE-LINE
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 10
               MOVE WS-FINDING-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  TOTAL FINDINGS" TO WS-OUT-LINE
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(42:6)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-ONE-RULE-LINE.
               MOVE WS-RULE-COUNT(WS-RULE-IDX) TO WS-DISP-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE WRU-CODE(WS-RULE-IDX) TO WS-OUT-LINE(5:4)
               MOVE WRU-TEXT(WS-RULE-IDX) TO WS-OUT-LINE(10:30)
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(42:6)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Referential Integrity Audit"
               DISPLAY "=============================================="
               DISPLAY "  Business Date    : " WS-TODAY
               DISPLAY "  Accounts on File : " WS-ACC-COUNT
               DISPLAY "  Companions Read  : " WS-SOURCES-SCANNED
               DISPLAY "  Rows Checked     : " WS-ROWS-CHECKED
               DISPLAY "  Findings         : " WS-FINDING-COUNT
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 10
                   IF WS-RULE-COUNT(WS-RULE-IDX) > 0
                       DISPLAY "    " WRU-CODE(WS-RULE-IDX) " "
                           WRU-TEXT(WS-RULE-IDX) " "
                           WS-RULE-COUNT(WS-RULE-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/INTEGRITY-FINDINGS.dat"
               DISPLAY "  → data/output/INTEGRITY-AUDIT-REPORT.dat"
               DISPLAY "==============================================".
