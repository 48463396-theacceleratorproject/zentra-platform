      *================================================================
      * PROGRAM:    LENDING-LIMIT.cbl
      * DESCRIPTION: Borrower aggregate exposure and legal lending
      *              limit report - how much the bank has out to one
      *              borrower across every loan, line and overdraft.
      *              LOAN-MASTER.dat is keyed by loan and ties only to
      *              the deposit account a loan is paid from, so the
      *              roll-up runs through CUSTOMER-ACCOUNT-LINKS.dat,
      *              as FDIC-COVERAGE does for deposits. For every
      *              current CIF customer, over each linked account:
      *                - drawn balance of every open loan or line
      *                  (active or payoff pending) paid from it;
      *                - the unused LN-CREDIT-LIMIT of an active
      *                  revolving line - a commitment the borrower
      *                  can draw without asking;
      *                - a negative deposit balance (overdraft).
      *              A joint account's exposure is the direct
      *              liability of each of its owners. Customers tied
      *              together through a shared account are one
      *              related-party group - the same CIF-link grouping
      *              HOUSEHOLD-SUMMARY keys households on, carried
      *              through joint links - and the group total, with
      *              each account counted once, is what measures
      *              against the legal lending limit.
      *              The limit is WS-LIMIT-PCT of capital. Capital is
      *              equity plus current earnings off
      *              GL-RUNNING-BALANCES.dat unless the optional
      *              LENDING-LIMIT.dat states it. A group over the
      *              limit is flagged OVER LIMIT; one within
      *              WS-WARN-PCT of it is flagged NEAR LIMIT, so
      *              credit sees it before the next note is booked.
      *              Run on demand (credit runs it weekly and before
      *              a large booking) like FDIC-COVERAGE.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LENDING-LIMIT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        Optional file: no loan book leaves only overdrafts.
               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

      *        Optional: the limit terms; defaults stand without it.
               SELECT LIMIT-TERMS-FILE
                   ASSIGN TO "data/input/LENDING-LIMIT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

      *        Optional: capital when LENDING-LIMIT.dat gives none.
               SELECT RUNNING-FILE
                   ASSIGN TO "data/output/GL-RUNNING-BALANCES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/LENDING-LIMIT-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD LIMIT-TERMS-FILE.
           01 LIMIT-TERMS-IO        PIC X(40).

           FD RUNNING-FILE.
           01 RUNNING-IO            PIC X(40).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK      VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK     VALUE "00".
           01 WS-RUN-STATUS         PIC XX.
               88 WS-RUN-FILE-OK       VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-RUN            PIC X VALUE "N".
               88 END-OF-RUN-LOAD      VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".

      *    --- Limit terms. Row layout of LENDING-LIMIT.dat:
      *        capital(1-15, raw 9(13)V99), limit percent of capital
      *        (17-21, raw 9V9(4) - 15000 is 15%), warning band
      *        (23-27, raw 9V9(4) - 10000 flags a group at 90% of
      *        the limit or more). A field left blank (or not
      *        numeric) keeps its default; capital defaults to the
      *        GL's equity ---
           01 WS-CAPITAL            PIC S9(13)V99 VALUE 0.
           01 WS-LIMIT-PCT          PIC 9V9(4) VALUE 0.1500.
           01 WS-WARN-PCT           PIC 9V9(4) VALUE 0.1000.
           01 WS-LEGAL-LIMIT        PIC 9(13)V99 VALUE 0.
           01 WS-WARN-AMOUNT        PIC 9(13)V99 VALUE 0.
           01 WS-CAPITAL-SOURCE     PIC X(24)
                                    VALUE "GL EQUITY + EARNINGS".
           01 WS-TERMS-CAPITAL-X    PIC X(15).
           01 WS-TERMS-CAPITAL REDEFINES WS-TERMS-CAPITAL-X
                                    PIC 9(13)V99.
           01 WS-TERMS-PCT-X        PIC X(5).
           01 WS-TERMS-PCT REDEFINES WS-TERMS-PCT-X
                                    PIC 9V9(4).

      *    --- GL running balance (debits positive; equity and
      *        earnings carry credit, i.e. negative, balances) ---
           01 WS-BAL-IN             PIC S9(13)V99 SIGN LEADING
                                    SEPARATE.
           01 WS-BAL-IN-X REDEFINES WS-BAL-IN
                                    PIC X(16).

      *    --- Deposit accounts: the overdrawn amount only ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-OVERDRAFT     PIC 9(9)V99.
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.

           01 WS-RAW-BALANCE-X      PIC X(12).
           01 WS-RAW-BALANCE REDEFINES WS-RAW-BALANCE-X
                               PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    --- Open loans and lines: drawn and unused per loan ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-ACCOUNT-ID   PIC X(10).
                   10 WLN-DRAWN        PIC 9(9)V99.
                   10 WLN-UNUSED       PIC 9(9)V99.
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.

      *    --- Customers. WCU-GROUP is the index of the customer
      *        whose row carries the group's totals; the WCU-GRP-
      *        figures are only meaningful on that row ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-NAME         PIC X(25).
                   10 WCU-GROUP        PIC 9(4).
                   10 WCU-DRAWN        PIC 9(11)V99.
                   10 WCU-UNUSED       PIC 9(11)V99.
                   10 WCU-OVERDRAFT    PIC 9(11)V99.
                   10 WCU-GRP-DRAWN    PIC 9(11)V99.
                   10 WCU-GRP-UNUSED   PIC 9(11)V99.
                   10 WCU-GRP-OVERDRAFT PIC 9(11)V99.
                   10 WCU-GRP-MEMBERS  PIC 9(4).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-MEMBER-IDX         PIC 9(4).

      *    --- Links, each resolved to its customer's table row
      *        (0 for a link to a customer not on the CIF) ---
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
                   10 WCL-CUST-IDX     PIC 9(4).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-PAIR-IDX           PIC 9(4).

      *    --- Group merge ---
           01 WS-KEEP-GROUP         PIC 9(4).
           01 WS-DROP-GROUP         PIC 9(4).
           01 WS-ACCT-GROUP         PIC 9(4).
           01 WS-LOOKUP-ACCOUNT     PIC X(10).

      *    --- Per-line figures ---
           01 WS-LINE-DRAWN         PIC 9(11)V99.
           01 WS-LINE-UNUSED        PIC 9(11)V99.
           01 WS-LINE-OVERDRAFT     PIC 9(11)V99.
           01 WS-LINE-TOTAL         PIC 9(11)V99.
           01 WS-LIMIT-USED-PCT     PIC 9(5)V99.
           01 WS-LINE-FLAG          PIC X(12).

      *    --- Report totals ---
           01 WS-GROUPS-REPORTED    PIC 9(5) VALUE 0.
           01 WS-OVER-COUNT         PIC 9(5) VALUE 0.
           01 WS-NEAR-COUNT         PIC 9(5) VALUE 0.
           01 WS-BOOK-TOTAL         PIC 9(13)V99 VALUE 0.
           01 WS-UNLINKED-TOTAL     PIC 9(13)V99 VALUE 0.
           01 WS-UNLINKED-COUNT     PIC 9(5) VALUE 0.

      *    --- Date / display ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
           01 WS-DISP-CAPITAL       PIC $$,$$$,$$$,$$$,$$9.99-.
           01 WS-DISP-PCT           PIC ZZZZ9.99.
           01 WS-DISP-RATE          PIC Z9.99.
           01 WS-OUT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-LIMIT-TERMS
               IF WS-CAPITAL-SOURCE NOT = "LENDING-LIMIT.dat"
                   PERFORM LOAD-CAPITAL-FROM-GL
               END-IF
               IF WS-CAPITAL > 0
                   COMPUTE WS-LEGAL-LIMIT ROUNDED =
                       WS-CAPITAL * WS-LIMIT-PCT
               END-IF
               COMPUTE WS-WARN-AMOUNT ROUNDED =
                   WS-LEGAL-LIMIT * (1 - WS-WARN-PCT)
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-LOANS
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM BUILD-RELATED-GROUPS
               PERFORM TOTAL-ONE-CUSTOMER
                   VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               PERFORM TOTAL-GROUP-LOANS
                   VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
               PERFORM TOTAL-GROUP-OVERDRAFTS
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM WRITE-EXPOSURE-REPORT
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

      *    --- Optional file: one row ---
           LOAD-LIMIT-TERMS.
               OPEN INPUT LIMIT-TERMS-FILE
               IF WS-TERMS-FILE-OK
                   READ LIMIT-TERMS-FILE INTO LIMIT-TERMS-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LIMIT-TERMS-IO(1:15) TO WS-TERMS-CAPITAL-X
                       IF WS-TERMS-CAPITAL-X IS NUMERIC
                       AND WS-TERMS-CAPITAL > 0
                           MOVE WS-TERMS-CAPITAL TO WS-CAPITAL
                           MOVE "LENDING-LIMIT.dat"
                               TO WS-CAPITAL-SOURCE
                       END-IF
                       MOVE LIMIT-TERMS-IO(17:5) TO WS-TERMS-PCT-X
                       IF WS-TERMS-PCT-X IS NUMERIC
                           MOVE WS-TERMS-PCT TO WS-LIMIT-PCT
                       END-IF
                       MOVE LIMIT-TERMS-IO(23:5) TO WS-TERMS-PCT-X
                       IF WS-TERMS-PCT-X IS NUMERIC
                           MOVE WS-TERMS-PCT TO WS-WARN-PCT
                       END-IF
                   END-READ
                   CLOSE LIMIT-TERMS-FILE
               END-IF.

      *    Capital is the equity accounts plus the year's earnings
      *    not yet closed to them (income and expense), the same
      *    total FIN-STATEMENTS proves the balance sheet with -
      *    credit balances, so the sum is negated.
           LOAD-CAPITAL-FROM-GL.
               OPEN INPUT RUNNING-FILE
               IF WS-RUN-FILE-OK
                   PERFORM READ-ONE-RUNNING-ROW
                       UNTIL END-OF-RUN-LOAD
                   CLOSE RUNNING-FILE
               END-IF.

           READ-ONE-RUNNING-ROW.
               READ RUNNING-FILE INTO RUNNING-IO
               AT END
                   MOVE "Y" TO WS-EOF-RUN
               NOT AT END
                   IF RUNNING-IO(8:1) = "Q"
                   OR RUNNING-IO(8:1) = "I"
                   OR RUNNING-IO(8:1) = "E"
                       MOVE RUNNING-IO(10:16) TO WS-BAL-IN-X
                       IF WS-BAL-IN IS NUMERIC
                           SUBTRACT WS-BAL-IN FROM WS-CAPITAL
                       END-IF
                   END-IF
               END-READ.

           LOAD-ACCOUNTS.
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNTS-MASTER.dat"
                   DISPLAY "FILE STATUS: " WS-ACCT-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-ONE-ACCOUNT
                   UNTIL END-OF-ACCT-LOAD
               CLOSE ACCOUNTS-FILE.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCT-FILE-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                   AND ACCT-FILE-RECORD(1:10) NOT = SPACES
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE ACCT-FILE-RECORD(1:10)
                           TO WA-ID(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(46:12)
                           TO WS-RAW-BALANCE-X
                       IF WS-RAW-BALANCE IS NUMERIC
                       AND WS-RAW-BALANCE < 0
                           COMPUTE WA-OVERDRAFT(WS-ACCT-COUNT) =
                               0 - WS-RAW-BALANCE
                       ELSE
                           MOVE 0 TO WA-OVERDRAFT(WS-ACCT-COUNT)
                       END-IF
                   END-IF
               END-READ.

      *    A paid-off or charged-off loan is no longer exposure; an
      *    active revolving line adds whatever of its limit is not
      *    yet drawn.
           LOAD-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM LOAD-LOAN-LOOP
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               END-IF.

           LOAD-LOAN-LOOP.
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   MOVE LOAN-MASTER-IO TO LOAN-MASTER-RECORD
                   IF (LN-ACTIVE OR LN-PAYOFF-PENDING)
                   AND WS-LOAN-COUNT < WS-LOAN-MAX
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LN-ACCOUNT-ID
                           TO WLN-ACCOUNT-ID(WS-LOAN-COUNT)
                       MOVE LN-PRINCIPAL TO WLN-DRAWN(WS-LOAN-COUNT)
                       MOVE 0 TO WLN-UNUSED(WS-LOAN-COUNT)
                       IF LN-REVOLVING
                       AND LN-ACTIVE
                       AND LN-CREDIT-LIMIT-X IS NUMERIC
                       AND LN-CREDIT-LIMIT > LN-PRINCIPAL
                           COMPUTE WLN-UNUSED(WS-LOAN-COUNT) =
                               LN-CREDIT-LIMIT - LN-PRINCIPAL
                       END-IF
                   END-IF
               END-READ.

           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM READ-ONE-CUSTOMER
                       UNTIL END-OF-CUST-LOAD
                   CLOSE CUSTOMER-FILE
               END-IF.

           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   IF WS-CUST-COUNT < WS-CUST-MAX
                   AND CUSTOMER-IO(192:1) NOT = "M"
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUSTOMER-IO(1:10)
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CUSTOMER-IO(11:25)
                           TO WCU-NAME(WS-CUST-COUNT)
                       MOVE WS-CUST-COUNT TO WCU-GROUP(WS-CUST-COUNT)
                       MOVE 0 TO WCU-DRAWN(WS-CUST-COUNT)
                                 WCU-UNUSED(WS-CUST-COUNT)
                                 WCU-OVERDRAFT(WS-CUST-COUNT)
                                 WCU-GRP-DRAWN(WS-CUST-COUNT)
                                 WCU-GRP-UNUSED(WS-CUST-COUNT)
                                 WCU-GRP-OVERDRAFT(WS-CUST-COUNT)
                                 WCU-GRP-MEMBERS(WS-CUST-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMER-LINKS.
               OPEN INPUT CUST-LINKS-FILE
               IF WS-CLNK-FILE-OK
                   PERFORM READ-ONE-CUST-LINK
                       UNTIL END-OF-CLNK-LOAD
                   CLOSE CUST-LINKS-FILE
               END-IF.

           READ-ONE-CUST-LINK.
               READ CUST-LINKS-FILE INTO CUST-LINK-IO
               AT END
                   MOVE "Y" TO WS-EOF-CLNK
               NOT AT END
                   IF WS-CLNK-COUNT < WS-CLNK-MAX
                       ADD 1 TO WS-CLNK-COUNT
                       MOVE CUST-LINK-IO(1:10)
                           TO WCL-CUSTOMER-ID(WS-CLNK-COUNT)
                       MOVE CUST-LINK-IO(11:10)
                           TO WCL-ACCOUNT-ID(WS-CLNK-COUNT)
                       MOVE 0 TO WCL-CUST-IDX(WS-CLNK-COUNT)
                       PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                           UNTIL WS-CUST-IDX > WS-CUST-COUNT
                           IF WCU-CUSTOMER-ID(WS-CUST-IDX)
                               = WCL-CUSTOMER-ID(WS-CLNK-COUNT)
                               MOVE WS-CUST-IDX
                                   TO WCL-CUST-IDX(WS-CLNK-COUNT)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ.

      *    Two customers on the same account are one related-party
      *    group: for every pair of links to one account, the
      *    higher group number is folded into the lower across the
      *    whole table, so a chain of shared accounts ends up under
      *    a single group in one pass.
           BUILD-RELATED-GROUPS.
               PERFORM MERGE-LINK-PAIRS
                   VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
               PERFORM COUNT-GROUP-MEMBER
                   VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT.

           MERGE-LINK-PAIRS.
               IF WCL-CUST-IDX(WS-CLNK-IDX) > 0
                   PERFORM VARYING WS-PAIR-IDX FROM WS-CLNK-IDX BY 1
                       UNTIL WS-PAIR-IDX > WS-CLNK-COUNT
                       IF WCL-ACCOUNT-ID(WS-PAIR-IDX)
                           = WCL-ACCOUNT-ID(WS-CLNK-IDX)
                       AND WCL-CUST-IDX(WS-PAIR-IDX) > 0
                           PERFORM MERGE-TWO-GROUPS
                       END-IF
                   END-PERFORM
               END-IF.

           MERGE-TWO-GROUPS.
               MOVE WCL-CUST-IDX(WS-CLNK-IDX) TO WS-MEMBER-IDX
               MOVE WCU-GROUP(WS-MEMBER-IDX) TO WS-KEEP-GROUP
               MOVE WCL-CUST-IDX(WS-PAIR-IDX) TO WS-MEMBER-IDX
               MOVE WCU-GROUP(WS-MEMBER-IDX) TO WS-DROP-GROUP
               IF WS-DROP-GROUP < WS-KEEP-GROUP
                   MOVE WS-KEEP-GROUP TO WS-ACCT-GROUP
                   MOVE WS-DROP-GROUP TO WS-KEEP-GROUP
                   MOVE WS-ACCT-GROUP TO WS-DROP-GROUP
               END-IF
               IF WS-DROP-GROUP NOT = WS-KEEP-GROUP
                   PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                       UNTIL WS-MEMBER-IDX > WS-CUST-COUNT
                       IF WCU-GROUP(WS-MEMBER-IDX) = WS-DROP-GROUP
                           MOVE WS-KEEP-GROUP
                               TO WCU-GROUP(WS-MEMBER-IDX)
                       END-IF
                   END-PERFORM
               END-IF.

           COUNT-GROUP-MEMBER.
               MOVE WCU-GROUP(WS-CUST-IDX) TO WS-KEEP-GROUP
               ADD 1 TO WCU-GRP-MEMBERS(WS-KEEP-GROUP).

      *    A customer's direct exposure: everything on every account
      *    linked to them, joint accounts in full.
           TOTAL-ONE-CUSTOMER.
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-CUST-IDX(WS-CLNK-IDX) = WS-CUST-IDX
                       PERFORM ADD-ONE-LINKED-ACCOUNT
                   END-IF
               END-PERFORM.

           ADD-ONE-LINKED-ACCOUNT.
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   IF WLN-ACCOUNT-ID(WS-LIDX)
                       = WCL-ACCOUNT-ID(WS-CLNK-IDX)
                       ADD WLN-DRAWN(WS-LIDX)
                           TO WCU-DRAWN(WS-CUST-IDX)
                       ADD WLN-UNUSED(WS-LIDX)
                           TO WCU-UNUSED(WS-CUST-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WA-ID(WS-ACCT-IDX) = WCL-ACCOUNT-ID(WS-CLNK-IDX)
                       ADD WA-OVERDRAFT(WS-ACCT-IDX)
                           TO WCU-OVERDRAFT(WS-CUST-IDX)
                   END-IF
               END-PERFORM.

      *    Group totals count each loan and each account once, on
      *    the group its account's owners belong to (every owner of
      *    one account is in the same group by construction).
           TOTAL-GROUP-LOANS.
               MOVE WLN-ACCOUNT-ID(WS-LIDX) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-GROUP
               IF WS-ACCT-GROUP > 0
                   ADD WLN-DRAWN(WS-LIDX)
                       TO WCU-GRP-DRAWN(WS-ACCT-GROUP)
                   ADD WLN-UNUSED(WS-LIDX)
                       TO WCU-GRP-UNUSED(WS-ACCT-GROUP)
               ELSE
                   ADD WLN-DRAWN(WS-LIDX)  TO WS-UNLINKED-TOTAL
                   ADD WLN-UNUSED(WS-LIDX) TO WS-UNLINKED-TOTAL
                   ADD 1 TO WS-UNLINKED-COUNT
               END-IF.

           TOTAL-GROUP-OVERDRAFTS.
               IF WA-OVERDRAFT(WS-ACCT-IDX) > 0
                   MOVE WA-ID(WS-ACCT-IDX) TO WS-LOOKUP-ACCOUNT
                   PERFORM FIND-ACCOUNT-GROUP
                   IF WS-ACCT-GROUP > 0
                       ADD WA-OVERDRAFT(WS-ACCT-IDX)
                           TO WCU-GRP-OVERDRAFT(WS-ACCT-GROUP)
                   ELSE
                       ADD WA-OVERDRAFT(WS-ACCT-IDX)
                           TO WS-UNLINKED-TOTAL
                       ADD 1 TO WS-UNLINKED-COUNT
                   END-IF
               END-IF.

           FIND-ACCOUNT-GROUP.
               MOVE 0 TO WS-ACCT-GROUP
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = WS-LOOKUP-ACCOUNT
                   AND WCL-CUST-IDX(WS-CLNK-IDX) > 0
                   AND WS-ACCT-GROUP = 0
                       MOVE WCL-CUST-IDX(WS-CLNK-IDX) TO WS-MEMBER-IDX
                       MOVE WCU-GROUP(WS-MEMBER-IDX) TO WS-ACCT-GROUP
                   END-IF
               END-PERFORM.

           WRITE-EXPOSURE-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "LENDING-LIMIT-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - BORROWER AGGREGATE EXPOSURE / "
                   DELIMITED SIZE
                   "LEGAL LENDING LIMIT  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CAPITAL TO WS-DISP-CAPITAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  CAPITAL             : " DELIMITED SIZE
                   WS-DISP-CAPITAL DELIMITED SIZE
                   "  (" DELIMITED SIZE
                   WS-CAPITAL-SOURCE DELIMITED "  "
                   ")" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-LEGAL-LIMIT TO WS-DISP-TOTAL
               COMPUTE WS-LIMIT-USED-PCT = WS-LIMIT-PCT * 100
               MOVE WS-LIMIT-USED-PCT TO WS-DISP-RATE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  LEGAL LENDING LIMIT : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   "  (" DELIMITED SIZE
                   WS-DISP-RATE DELIMITED SIZE
                   "% OF CAPITAL)" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-WARN-AMOUNT TO WS-DISP-TOTAL
               COMPUTE WS-LIMIT-USED-PCT = WS-WARN-PCT * 100
               MOVE WS-LIMIT-USED-PCT TO WS-DISP-RATE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NEAR-LIMIT FLAG AT  : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   "  (WITHIN " DELIMITED SIZE
                   WS-DISP-RATE DELIMITED SIZE
                   "% OF THE LIMIT)" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-LEGAL-LIMIT = 0
                   MOVE "  ** NO CAPITAL FIGURE - LIMIT NOT TESTED **"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "CUSTOMER"       TO WS-OUT-LINE(3:8)
               MOVE "NAME"           TO WS-OUT-LINE(14:4)
               MOVE "DRAWN"          TO WS-OUT-LINE(49:5)
               MOVE "UNUSED LINES"   TO WS-OUT-LINE(58:12)
               MOVE "OVERDRAFTS"     TO WS-OUT-LINE(76:10)
               MOVE "EXPOSURE"       TO WS-OUT-LINE(96:8)
               MOVE "% LIMIT"        TO WS-OUT-LINE(106:7)
               MOVE "FLAG"           TO WS-OUT-LINE(115:4)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-GROUP
                   VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-BOOK-TOTAL TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  GROUPS WITH EXPOSURE: " DELIMITED SIZE
                   WS-GROUPS-REPORTED DELIMITED SIZE
                   "   OVER LIMIT: " DELIMITED SIZE
                   WS-OVER-COUNT DELIMITED SIZE
                   "   NEAR LIMIT: " DELIMITED SIZE
                   WS-NEAR-COUNT DELIMITED SIZE
                   "   TOTAL EXPOSURE: " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-UNLINKED-COUNT > 0
                   MOVE WS-UNLINKED-TOTAL TO WS-DISP-TOTAL
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  NOT LINKED TO CIF   : " DELIMITED SIZE
                       WS-UNLINKED-COUNT DELIMITED SIZE
                       " loan(s)/overdraft(s) totalling "
                       DELIMITED SIZE
                       WS-DISP-TOTAL DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE REPORT-FILE.

      *    One block per group with any exposure, led from the row
      *    that carries its totals: each member's direct exposure,
      *    then the group line measured against the limit.
           WRITE-ONE-GROUP.
               IF WCU-GROUP(WS-CUST-IDX) = WS-CUST-IDX
                   COMPUTE WS-LINE-TOTAL =
                       WCU-GRP-DRAWN(WS-CUST-IDX)
                       + WCU-GRP-UNUSED(WS-CUST-IDX)
                       + WCU-GRP-OVERDRAFT(WS-CUST-IDX)
                   IF WS-LINE-TOTAL > 0
                       ADD 1 TO WS-GROUPS-REPORTED
                       ADD WS-LINE-TOTAL TO WS-BOOK-TOTAL
                       PERFORM WRITE-GROUP-MEMBER
                           VARYING WS-MEMBER-IDX FROM 1 BY 1
                           UNTIL WS-MEMBER-IDX > WS-CUST-COUNT
                       PERFORM WRITE-GROUP-TOTAL
                   END-IF
               END-IF.

           WRITE-GROUP-MEMBER.
               IF WCU-GROUP(WS-MEMBER-IDX) = WS-CUST-IDX
                   MOVE WCU-DRAWN(WS-MEMBER-IDX)     TO WS-LINE-DRAWN
                   MOVE WCU-UNUSED(WS-MEMBER-IDX)    TO WS-LINE-UNUSED
                   MOVE WCU-OVERDRAFT(WS-MEMBER-IDX)
                       TO WS-LINE-OVERDRAFT
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WCU-CUSTOMER-ID(WS-MEMBER-IDX)
                       TO WS-OUT-LINE(3:10)
                   MOVE WCU-NAME(WS-MEMBER-IDX) TO WS-OUT-LINE(14:25)
                   MOVE SPACES TO WS-LINE-FLAG
                   PERFORM FORMAT-AMOUNT-COLUMNS
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

      *    The group line carries the limit test; a one-customer
      *    group still gets it, so every borrower is measured.
           WRITE-GROUP-TOTAL.
               MOVE WCU-GRP-DRAWN(WS-CUST-IDX)     TO WS-LINE-DRAWN
               MOVE WCU-GRP-UNUSED(WS-CUST-IDX)    TO WS-LINE-UNUSED
               MOVE WCU-GRP-OVERDRAFT(WS-CUST-IDX) TO WS-LINE-OVERDRAFT
               COMPUTE WS-LINE-TOTAL =
                   WS-LINE-DRAWN + WS-LINE-UNUSED + WS-LINE-OVERDRAFT
               MOVE SPACES TO WS-LINE-FLAG
               MOVE 0 TO WS-LIMIT-USED-PCT
               IF WS-LEGAL-LIMIT > 0
                   COMPUTE WS-LIMIT-USED-PCT ROUNDED =
                       WS-LINE-TOTAL * 100 / WS-LEGAL-LIMIT
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-LIMIT-USED-PCT
                   END-COMPUTE
                   IF WS-LINE-TOTAL > WS-LEGAL-LIMIT
                       MOVE "OVER LIMIT" TO WS-LINE-FLAG
                       ADD 1 TO WS-OVER-COUNT
                   ELSE
                       IF WS-LINE-TOTAL >= WS-WARN-AMOUNT
                           MOVE "NEAR LIMIT" TO WS-LINE-FLAG
                           ADD 1 TO WS-NEAR-COUNT
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "  GROUP TOTAL (" DELIMITED SIZE
                   WCU-GRP-MEMBERS(WS-CUST-IDX) DELIMITED SIZE
                   " customer(s))" DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM FORMAT-AMOUNT-COLUMNS
               IF WS-LEGAL-LIMIT > 0
                   MOVE WS-LIMIT-USED-PCT TO WS-DISP-PCT
                   MOVE WS-DISP-PCT TO WS-OUT-LINE(105:8)
               END-IF
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD.

           FORMAT-AMOUNT-COLUMNS.
               COMPUTE WS-LINE-TOTAL =
                   WS-LINE-DRAWN + WS-LINE-UNUSED + WS-LINE-OVERDRAFT
               MOVE WS-LINE-DRAWN TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(40:14)
               MOVE WS-LINE-UNUSED TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(56:14)
               MOVE WS-LINE-OVERDRAFT TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(72:14)
               MOVE WS-LINE-TOTAL TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(87:17)
               MOVE WS-LINE-FLAG TO WS-OUT-LINE(115:12).

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Legal Lending Limit"
               DISPLAY "=============================================="
               DISPLAY "  Customers Reviewed : " WS-CUST-COUNT
               DISPLAY "  Groups w/ Exposure : " WS-GROUPS-REPORTED
               DISPLAY "  Over The Limit     : " WS-OVER-COUNT
               DISPLAY "  Near The Limit     : " WS-NEAR-COUNT
               MOVE WS-LEGAL-LIMIT TO WS-DISP-TOTAL
               DISPLAY "  Legal Lending Limit: " WS-DISP-TOTAL
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/LENDING-LIMIT-REPORT.dat"
               DISPLAY "==============================================".
