      *================================================================
      * PROGRAM:    DOC-EXCEPTION-PROC.cbl
      * DESCRIPTION: Account documentation exceptions - the missing
      *              signature card, CIP identification, W-9 or
      *              business resolution found by us before an
      *              examiner finds it. Every open account on the
      *              master (INTERNAL accounts aside) is checked
      *              nightly against the REQUIRED-DOCUMENTS.dat
      *              table (see DOC-REQUIREMENT-RECORD.cpy - by
      *              product and party role) and the documents logged
      *              on DOCUMENT-RECEIPTS.dat (see
      *              DOC-RECEIPT-RECORD.cpy):
      *                - a required document with no receipt is
      *                  MISSING, outstanding since the account
      *                  opened (or since the requirement took
      *                  effect, if later);
      *                - one whose every receipt has lapsed is
      *                  EXPIRED, outstanding since it lapsed;
      *                - the night's exceptions are rewritten to
      *                  DOC-EXCEPTIONS.dat (see
      *                  DOC-EXCEPTION-RECORD.cpy), where
      *                  INTEREST-CALC picks up an outstanding W-9
      *                  (DQ-WITHHOLD) as an uncertified TIN for
      *                  backup withholding;
      *                - an exception outstanding for the
      *                  requirement's DQ-RESTRICT-DAYS or longer
      *                  restricts an active account: a FREEZE goes
      *                  on ACCOUNT-MAINT-REQUESTS.dat. Lifting it
      *                  once the document is in is a REOPEN keyed
      *                  by operations - a freeze placed for any
      *                  other reason must not lift itself.
      *              On the last business day of the week (Friday)
      *              the exceptions print to
      *              DOC-EXCEPTION-REPORT.dat grouped by branch
      *              (ACCOUNT-BRANCHES.dat - no row is UNASSIGNED),
      *              each aged 0-30 / 31-60 / 61-90 / 91+ days, with
      *              branch and bank totals per aging bucket.
      *              Runs ahead of ACCOUNT-MAINT, the way
      *              CUSTODIAL-PROC does, so a restriction applies
      *              under ACCOUNT-MAINT's own rules the same night.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DOC-EXCEPTION-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional reference table: no requirements, nothing
      *        owed.
               SELECT REQUIREMENTS-FILE
                   ASSIGN TO "data/input/REQUIRED-DOCUMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DQ-STATUS.

      *        Optional: no receipts logged yet.
               SELECT RECEIPTS-FILE
                   ASSIGN TO "data/input/DOCUMENT-RECEIPTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DR-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT PARTIES-FILE
                   ASSIGN TO "data/input/ACCOUNT-PARTIES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PTY-STATUS.

               SELECT BRANCH-FILE
                   ASSIGN TO "data/input/ACCOUNT-BRANCHES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BRANCH-STATUS.

               SELECT EXCEPTIONS-FILE
                   ASSIGN TO "data/output/DOC-EXCEPTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DX-STATUS.

               SELECT ACCT-MAINT-FEED
                   ASSIGN TO "data/input/ACCOUNT-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AMF-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/DOC-EXCEPTION-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REQUIREMENTS-FILE.
           01 REQUIREMENT-IO        PIC X(100).

           FD RECEIPTS-FILE.
           01 RECEIPT-IO            PIC X(100).

           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD PARTIES-FILE.
           01 PARTY-IO              PIC X(100).

           FD BRANCH-FILE.
           01 BRANCH-IO             PIC X(100).

           FD EXCEPTIONS-FILE.
           01 EXCEPTION-IO          PIC X(100).

           FD ACCT-MAINT-FEED.
           01 ACCT-MAINT-ROW        PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-DQ-STATUS          PIC XX.
               88 WS-DQ-FILE-OK        VALUE "00".
           01 WS-DR-STATUS          PIC XX.
               88 WS-DR-FILE-OK        VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-PTY-STATUS         PIC XX.
               88 WS-PTY-FILE-OK       VALUE "00".
           01 WS-BRANCH-STATUS      PIC XX.
               88 WS-BRANCH-FILE-OK    VALUE "00".
           01 WS-DX-STATUS          PIC XX.
               88 WS-DX-FILE-OK        VALUE "00".
           01 WS-AMF-STATUS         PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-DQ             PIC X VALUE "N".
               88 END-OF-DQ-LOAD       VALUE "Y".
           01 WS-EOF-DR             PIC X VALUE "N".
               88 END-OF-DR-LOAD       VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCOUNTS      VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-PTY            PIC X VALUE "N".
               88 END-OF-PTY-LOAD      VALUE "Y".
           01 WS-EOF-BRANCH         PIC X VALUE "N".
               88 END-OF-BRANCH-LOAD   VALUE "Y".

           COPY "DOC-REQUIREMENT-RECORD.cpy".
           COPY "DOC-RECEIPT-RECORD.cpy".
           COPY "DOC-EXCEPTION-RECORD.cpy".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "ACCOUNT-PARTY-RECORD.cpy".
           COPY "ACCOUNT-BRANCH-RECORD.cpy".
           COPY "ACCOUNT-MAINT-RECORD.cpy".

      *    --- The requirements ---
           01 WS-DQ-MAX             PIC 9(3) VALUE 200.
           01 WS-DQ-TABLE.
               05 WS-DQ-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-DQ-IDX.
                   10 WDQ-RECORD       PIC X(100).
           01 WS-DQ-COUNT           PIC 9(3) VALUE 0.

      *    --- Documents received ---
           01 WS-DR-MAX             PIC 9(4) VALUE 9999.
           01 WS-DR-TABLE.
               05 WS-DR-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-DR-IDX.
                   10 WDR-KEY-KIND     PIC X(01).
                   10 WDR-KEY-ID       PIC X(10).
                   10 WDR-DOC-TYPE     PIC X(06).
                   10 WDR-EXPIRY-DATE  PIC X(10).
           01 WS-DR-COUNT           PIC 9(4) VALUE 0.

      *    --- Current CIF customers and their kind, the links, the
      *        named parties and the branch lookup ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-TYPE         PIC X(01).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-PTY-MAX            PIC 9(4) VALUE 9999.
           01 WS-PTY-TABLE.
               05 WS-PTY-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-PTY-IDX.
                   10 WPT-ACCOUNT-ID   PIC X(10).
                   10 WPT-ROLE         PIC X(10).
           01 WS-PTY-COUNT          PIC 9(4) VALUE 0.
           01 WS-BRL-MAX            PIC 9(4) VALUE 5000.
           01 WS-BRL-TABLE.
               05 WS-BRL-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-BRL-IDX.
                   10 BRL-ACCOUNT-ID   PIC X(10).
                   10 BRL-BRANCH-CODE  PIC X(06).
                   10 BRL-BRANCH-NAME  PIC X(20).
           01 WS-BRL-COUNT          PIC 9(4) VALUE 0.

      *    --- Tonight's exceptions, kept for the weekly report ---
           01 WS-EXC-MAX            PIC 9(4) VALUE 5000.
           01 WS-EXC-TABLE.
               05 WS-EXC-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-EXC-IDX.
                   10 WEX-RECORD       PIC X(100).
                   10 WEX-ACCOUNT-NAME PIC X(25).
                   10 WEX-BUCKET       PIC 9.
           01 WS-EXC-COUNT          PIC 9(4) VALUE 0.
           01 WS-EXC-DROPPED        PIC 9(4) VALUE 0.

      *    --- Branch groups in first-seen order, with their aging
      *        totals (bucket 1 0-30, 2 31-60, 3 61-90, 4 91+) ---
           01 WS-BR-MAX             PIC 99 VALUE 50.
           01 WS-BR-TABLE.
               05 WS-BR-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-BR-IDX.
                   10 BRS-BRANCH-CODE  PIC X(06).
                   10 BRS-BRANCH-NAME  PIC X(20).
                   10 BRS-COUNT        PIC 9(5).
                   10 BRS-BUCKET-COUNT PIC 9(5) OCCURS 4 TIMES.
           01 WS-BR-COUNT           PIC 99 VALUE 0.
           01 WS-BR-FOUND           PIC 99 VALUE 0.
           01 WS-BUCKET-TOTALS.
               05 WS-BUCKET-TOTAL   PIC 9(5) OCCURS 4 TIMES
                                    VALUE 0.
           01 WS-BKT                PIC 9.

      *    --- One account's review ---
           01 WS-BR-CUR-CODE        PIC X(06).
           01 WS-BR-CUR-NAME        PIC X(20).
           01 WS-DUE-DATE           PIC X(10).
           01 WS-ROLE-FOUND         PIC X.
           01 WS-CHECK-KIND         PIC X(01).
           01 WS-CHECK-ID           PIC X(10).
           01 WS-CHECK-CUSTOMER     PIC X(10).
           01 WS-DOC-STATE          PIC X.
               88 DOC-NOT-RECEIVED     VALUE "N".
               88 DOC-IN-FORCE         VALUE "V".
               88 DOC-LAPSED           VALUE "X".
           01 WS-LAPSE-DATE         PIC X(10).
           01 WS-CUST-TYPE          PIC X(01).
           01 WS-RESTRICT-DUE       PIC X.
           01 WS-SINCE-INT          PIC 9(8).
           01 WS-SINCE-JULIAN       PIC 9(7).
           01 WS-DAYS-OUT           PIC S9(7).

      *    --- Feed-open flag ---
           01 WS-AMF-OPEN           PIC X VALUE "N".

      *    --- Counters ---
           01 WS-ACCOUNTS-REVIEWED  PIC 9(5) VALUE 0.
           01 WS-ACCOUNTS-EXCEPTED  PIC 9(5) VALUE 0.
           01 WS-ACCOUNT-HAS-EXC    PIC X.
           01 WS-MISSING-COUNT      PIC 9(5) VALUE 0.
           01 WS-EXPIRED-COUNT      PIC 9(5) VALUE 0.
           01 WS-WITHHOLD-COUNT     PIC 9(5) VALUE 0.
           01 WS-RESTRICT-COUNT     PIC 9(5) VALUE 0.
           01 WS-OUT-LINE           PIC X(100).
           01 WS-DISP-DAYS          PIC ZZZZ9.

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-WEEK-END           PIC X VALUE "N".
               88 WEEK-END-TONIGHT     VALUE "Y".

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-REQUIREMENTS
               OPEN OUTPUT EXCEPTIONS-FILE
               IF NOT WS-DX-FILE-OK
                   DISPLAY "ERROR: Cannot open DOC-EXCEPTIONS.dat"
                   DISPLAY "FILE STATUS: " WS-DX-STATUS
                   STOP RUN
               END-IF
               IF WS-DQ-COUNT = 0
                   CLOSE EXCEPTIONS-FILE
                   DISPLAY "  No REQUIRED-DOCUMENTS.dat - no documents"
                       " required"
                   STOP RUN
               END-IF
               PERFORM LOAD-RECEIPTS
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-PARTIES
               PERFORM LOAD-BRANCHES
               PERFORM DETERMINE-WEEK-END
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   CLOSE EXCEPTIONS-FILE
                   DISPLAY "  No ACCOUNTS-MASTER.dat to review"
                   STOP RUN
               END-IF
               PERFORM REVIEW-ONE-ACCOUNT
                   UNTIL END-OF-ACCOUNTS
               CLOSE ACCOUNTS-FILE
               CLOSE EXCEPTIONS-FILE
               IF WS-AMF-OPEN = "Y"
                   CLOSE ACCT-MAINT-FEED
               END-IF
               IF WEEK-END-TONIGHT
                   PERFORM WRITE-WEEKLY-REPORT
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
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    Day 1 is 1601-01-01, a Monday, so the remainder lands
      *    0=Monday; Friday is the last business day of the week.
           DETERMINE-WEEK-END.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               IF WS-DOW-REM + 1 = 5
                   MOVE "Y" TO WS-WEEK-END
               END-IF.

      *================================================================
      *    Reference and master data
      *================================================================
           LOAD-REQUIREMENTS.
               OPEN INPUT REQUIREMENTS-FILE
               IF WS-DQ-FILE-OK
                   PERFORM READ-ONE-REQUIREMENT
                       UNTIL END-OF-DQ-LOAD
                   CLOSE REQUIREMENTS-FILE
               END-IF.

      *    A row with no document type or role says nothing and is
      *    skipped; a party-role row can only be filed against the
      *    account, whatever scope it was keyed with.
           READ-ONE-REQUIREMENT.
               READ REQUIREMENTS-FILE INTO REQUIREMENT-IO
               AT END
                   MOVE "Y" TO WS-EOF-DQ
               NOT AT END
                   MOVE REQUIREMENT-IO TO DOC-REQUIREMENT-RECORD
                   IF WS-DQ-COUNT < WS-DQ-MAX
                   AND DQ-DOC-TYPE NOT = SPACES
                   AND DQ-ROLE NOT = SPACES
                       IF NOT DQ-ROLE-OWNER
                       AND NOT DQ-ROLE-ENTITY
                           SET DQ-PER-ACCOUNT TO TRUE
                       END-IF
                       IF DQ-RESTRICT-DAYS IS NOT NUMERIC
                           MOVE 0 TO DQ-RESTRICT-DAYS
                       END-IF
                       ADD 1 TO WS-DQ-COUNT
                       MOVE DOC-REQUIREMENT-RECORD
                           TO WDQ-RECORD(WS-DQ-COUNT)
                   END-IF
               END-READ.

           LOAD-RECEIPTS.
               OPEN INPUT RECEIPTS-FILE
               IF WS-DR-FILE-OK
                   PERFORM READ-ONE-RECEIPT
                       UNTIL END-OF-DR-LOAD
                   CLOSE RECEIPTS-FILE
               END-IF.

           READ-ONE-RECEIPT.
               READ RECEIPTS-FILE INTO RECEIPT-IO
               AT END
                   MOVE "Y" TO WS-EOF-DR
               NOT AT END
                   MOVE RECEIPT-IO TO DOC-RECEIPT-RECORD
                   IF WS-DR-COUNT < WS-DR-MAX
                   AND DR-KEY-ID NOT = SPACES
                       ADD 1 TO WS-DR-COUNT
                       MOVE DR-KEY-KIND  TO WDR-KEY-KIND(WS-DR-COUNT)
                       MOVE DR-KEY-ID    TO WDR-KEY-ID(WS-DR-COUNT)
                       MOVE DR-DOC-TYPE  TO WDR-DOC-TYPE(WS-DR-COUNT)
                       MOVE DR-EXPIRY-DATE
                           TO WDR-EXPIRY-DATE(WS-DR-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM READ-ONE-CUSTOMER
                       UNTIL END-OF-CUST-LOAD
                   CLOSE CUSTOMER-FILE
               END-IF.

      *    A merged-away row owes nothing - its links moved to the
      *    survivor.
           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   MOVE CUSTOMER-IO TO CUSTOMER-RECORD
                   IF WS-CUST-COUNT < WS-CUST-MAX
                   AND NOT CU-MERGED-AWAY
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-ID
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CU-CUSTOMER-TYPE
                           TO WCU-TYPE(WS-CUST-COUNT)
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
                   MOVE CUST-LINK-IO TO CUSTOMER-LINK-RECORD
                   IF WS-CLNK-COUNT < WS-CLNK-MAX
                       ADD 1 TO WS-CLNK-COUNT
                       MOVE CAL-CUSTOMER-ID
                           TO WCL-CUSTOMER-ID(WS-CLNK-COUNT)
                       MOVE CAL-ACCOUNT-ID
                           TO WCL-ACCOUNT-ID(WS-CLNK-COUNT)
                   END-IF
               END-READ.

           LOAD-PARTIES.
               OPEN INPUT PARTIES-FILE
               IF WS-PTY-FILE-OK
                   PERFORM READ-ONE-PARTY
                       UNTIL END-OF-PTY-LOAD
                   CLOSE PARTIES-FILE
               END-IF.

           READ-ONE-PARTY.
               READ PARTIES-FILE INTO PARTY-IO
               AT END
                   MOVE "Y" TO WS-EOF-PTY
               NOT AT END
                   MOVE PARTY-IO TO ACCOUNT-PARTY-RECORD
                   IF WS-PTY-COUNT < WS-PTY-MAX
                       ADD 1 TO WS-PTY-COUNT
                       MOVE APR-ACCOUNT-ID
                           TO WPT-ACCOUNT-ID(WS-PTY-COUNT)
                       MOVE APR-PARTY-ROLE
                           TO WPT-ROLE(WS-PTY-COUNT)
                   END-IF
               END-READ.

      *    Optional file: an account with no row here is simply
      *    UNASSIGNED, as on EOD-REPORT.
           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-FILE-OK
                   PERFORM READ-ONE-BRANCH
                       UNTIL END-OF-BRANCH-LOAD
                   CLOSE BRANCH-FILE
               END-IF.

           READ-ONE-BRANCH.
               READ BRANCH-FILE INTO BRANCH-IO
               AT END
                   MOVE "Y" TO WS-EOF-BRANCH
               NOT AT END
                   MOVE BRANCH-IO TO ACCOUNT-BRANCH-RECORD
                   IF WS-BRL-COUNT < WS-BRL-MAX
                       ADD 1 TO WS-BRL-COUNT
                       MOVE ABR-ACCOUNT-ID
                           TO BRL-ACCOUNT-ID(WS-BRL-COUNT)
                       MOVE ABR-BRANCH-CODE
                           TO BRL-BRANCH-CODE(WS-BRL-COUNT)
                       MOVE ABR-BRANCH-NAME
                           TO BRL-BRANCH-NAME(WS-BRL-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    The nightly review
      *================================================================
      *    Closed and escheated accounts owe nothing further, and an
      *    INTERNAL account has no customer to document.
           REVIEW-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   MOVE ACCOUNT-IO TO ACCOUNT-RECORD
                   IF NOT AR-CLOSED
                   AND NOT AR-ESCHEATED
                   AND NOT AR-INTERNAL
                   AND AR-ACCOUNT-ID NOT = SPACES
                       ADD 1 TO WS-ACCOUNTS-REVIEWED
                       MOVE "N" TO WS-RESTRICT-DUE
                       MOVE "N" TO WS-ACCOUNT-HAS-EXC
                       PERFORM FIND-ACCOUNT-BRANCH
                       PERFORM CHECK-ONE-REQUIREMENT
                           VARYING WS-DQ-IDX FROM 1 BY 1
                           UNTIL WS-DQ-IDX > WS-DQ-COUNT
                       IF WS-ACCOUNT-HAS-EXC = "Y"
                           ADD 1 TO WS-ACCOUNTS-EXCEPTED
                       END-IF
                       IF WS-RESTRICT-DUE = "Y"
                       AND AR-ACTIVE
                           PERFORM QUEUE-RESTRICTION
                       END-IF
                   END-IF
               END-READ.

           FIND-ACCOUNT-BRANCH.
               MOVE "UNASGN" TO WS-BR-CUR-CODE
               MOVE "UNASSIGNED" TO WS-BR-CUR-NAME
               PERFORM VARYING WS-BRL-IDX FROM 1 BY 1
                   UNTIL WS-BRL-IDX > WS-BRL-COUNT
                   IF BRL-ACCOUNT-ID(WS-BRL-IDX) = AR-ACCOUNT-ID
                       MOVE BRL-BRANCH-CODE(WS-BRL-IDX)
                           TO WS-BR-CUR-CODE
                       MOVE BRL-BRANCH-NAME(WS-BRL-IDX)
                           TO WS-BR-CUR-NAME
                   END-IF
               END-PERFORM.

      *    A requirement binds this account when its product matches
      *    and the account opened on or after it took effect; the
      *    document falls due at whichever of the two came later.
           CHECK-ONE-REQUIREMENT.
               MOVE WDQ-RECORD(WS-DQ-IDX) TO DOC-REQUIREMENT-RECORD
               IF (DQ-ALL-PRODUCTS OR DQ-PRODUCT = AR-ACCOUNT-TYPE)
               AND (DQ-EFFECTIVE-DATE = SPACES
                    OR AR-OPEN-DATE NOT < DQ-EFFECTIVE-DATE)
                   MOVE AR-OPEN-DATE TO WS-DUE-DATE
                   IF DQ-EFFECTIVE-DATE > WS-DUE-DATE
                       MOVE DQ-EFFECTIVE-DATE TO WS-DUE-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN DQ-ROLE-ACCOUNT
                           PERFORM CHECK-ACCOUNT-DOCUMENT
                       WHEN DQ-ROLE-OWNER
                           MOVE "I" TO WS-CUST-TYPE
                           PERFORM CHECK-CUSTOMER-ROLE
                       WHEN DQ-ROLE-ENTITY
                           MOVE "E" TO WS-CUST-TYPE
                           PERFORM CHECK-CUSTOMER-ROLE
                       WHEN OTHER
                           PERFORM CHECK-PARTY-ROLE
                   END-EVALUATE
               END-IF.

      *    Each linked customer of the role's kind owes the document
      *    on its own (scope C), or the account owes it once if any
      *    such customer is linked (scope A).
           CHECK-CUSTOMER-ROLE.
               MOVE "N" TO WS-ROLE-FOUND
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = AR-ACCOUNT-ID
                       PERFORM CHECK-ONE-LINKED-CUSTOMER
                   END-IF
               END-PERFORM
               IF WS-ROLE-FOUND = "Y"
               AND DQ-PER-ACCOUNT
                   PERFORM CHECK-ACCOUNT-DOCUMENT
               END-IF.

           CHECK-ONE-LINKED-CUSTOMER.
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-CUSTOMER-ID(WS-CUST-IDX)
                       = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                       IF (WS-CUST-TYPE = "E"
                           AND WCU-TYPE(WS-CUST-IDX) = "E")
                       OR (WS-CUST-TYPE = "I"
                           AND WCU-TYPE(WS-CUST-IDX) NOT = "E")
                           MOVE "Y" TO WS-ROLE-FOUND
                           IF DQ-PER-CUSTOMER
                               MOVE "C" TO WS-CHECK-KIND
                               MOVE WCU-CUSTOMER-ID(WS-CUST-IDX)
                                   TO WS-CHECK-ID
                               MOVE WCU-CUSTOMER-ID(WS-CUST-IDX)
                                   TO WS-CHECK-CUSTOMER
                               PERFORM CHECK-DOCUMENT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           CHECK-PARTY-ROLE.
               MOVE "N" TO WS-ROLE-FOUND
               PERFORM VARYING WS-PTY-IDX FROM 1 BY 1
                   UNTIL WS-PTY-IDX > WS-PTY-COUNT
                   IF WPT-ACCOUNT-ID(WS-PTY-IDX) = AR-ACCOUNT-ID
                   AND WPT-ROLE(WS-PTY-IDX) = DQ-ROLE
                       MOVE "Y" TO WS-ROLE-FOUND
                   END-IF
               END-PERFORM
               IF WS-ROLE-FOUND = "Y"
                   PERFORM CHECK-ACCOUNT-DOCUMENT
               END-IF.

           CHECK-ACCOUNT-DOCUMENT.
               MOVE "A" TO WS-CHECK-KIND
               MOVE AR-ACCOUNT-ID TO WS-CHECK-ID
               MOVE SPACES TO WS-CHECK-CUSTOMER
               PERFORM CHECK-DOCUMENT.

      *    Any receipt still in force satisfies the requirement;
      *    failing that, the latest lapse date says how long it has
      *    been expired.
           CHECK-DOCUMENT.
               MOVE "N" TO WS-DOC-STATE
               MOVE SPACES TO WS-LAPSE-DATE
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
                   OR DOC-IN-FORCE
                   IF WDR-KEY-KIND(WS-DR-IDX) = WS-CHECK-KIND
                   AND WDR-KEY-ID(WS-DR-IDX) = WS-CHECK-ID
                   AND WDR-DOC-TYPE(WS-DR-IDX) = DQ-DOC-TYPE
                       IF WDR-EXPIRY-DATE(WS-DR-IDX) = SPACES
                       OR WDR-EXPIRY-DATE(WS-DR-IDX) NOT < WS-TODAY
                           MOVE "V" TO WS-DOC-STATE
                       ELSE
                           MOVE "X" TO WS-DOC-STATE
                           IF WDR-EXPIRY-DATE(WS-DR-IDX)
                               > WS-LAPSE-DATE
                               MOVE WDR-EXPIRY-DATE(WS-DR-IDX)
                                   TO WS-LAPSE-DATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT DOC-IN-FORCE
                   PERFORM RECORD-EXCEPTION
               END-IF.

           RECORD-EXCEPTION.
               MOVE SPACES TO DOC-EXCEPTION-RECORD
               MOVE AR-ACCOUNT-ID     TO DX-ACCOUNT-ID
               MOVE WS-CHECK-CUSTOMER TO DX-CUSTOMER-ID
               MOVE DQ-DOC-TYPE       TO DX-DOC-TYPE
               MOVE DQ-ROLE           TO DX-ROLE
               MOVE WS-BR-CUR-CODE    TO DX-BRANCH-CODE
               IF DOC-LAPSED
                   SET DX-EXPIRED TO TRUE
                   MOVE WS-LAPSE-DATE TO DX-SINCE-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   SET DX-MISSING TO TRUE
                   MOVE WS-DUE-DATE TO DX-SINCE-DATE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
               PERFORM COMPUTE-DAYS-OUT
               MOVE WS-DAYS-OUT TO DX-DAYS-OUT
               MOVE "N" TO DX-RESTRICTED
               IF DQ-RESTRICT-DAYS > 0
               AND WS-DAYS-OUT NOT < DQ-RESTRICT-DAYS
                   MOVE "Y" TO DX-RESTRICTED
                   MOVE "Y" TO WS-RESTRICT-DUE
               END-IF
               MOVE "N" TO DX-WITHHOLD
               IF DQ-CERTIFIES-TIN
                   MOVE "Y" TO DX-WITHHOLD
                   ADD 1 TO WS-WITHHOLD-COUNT
               END-IF
               MOVE DOC-EXCEPTION-RECORD TO EXCEPTION-IO
               WRITE EXCEPTION-IO
               MOVE "Y" TO WS-ACCOUNT-HAS-EXC
               PERFORM TABLE-EXCEPTION.

      *    Days from the since-date to today; a since-date that is
      *    not a date counts from today.
           COMPUTE-DAYS-OUT.
               MOVE 0 TO WS-DAYS-OUT
               IF DX-SINCE-DATE(1:4) IS NUMERIC
               AND DX-SINCE-DATE(6:2) IS NUMERIC
               AND DX-SINCE-DATE(9:2) IS NUMERIC
                   MOVE DX-SINCE-DATE(1:4) TO WS-SINCE-INT(1:4)
                   MOVE DX-SINCE-DATE(6:2) TO WS-SINCE-INT(5:2)
                   MOVE DX-SINCE-DATE(9:2) TO WS-SINCE-INT(7:2)
                   COMPUTE WS-SINCE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-SINCE-INT)
                   COMPUTE WS-DAYS-OUT =
                       WS-TODAY-JULIAN - WS-SINCE-JULIAN
                   IF WS-DAYS-OUT < 0
                       MOVE 0 TO WS-DAYS-OUT
                   END-IF
               END-IF.

      *    Kept for the weekly report with its aging bucket and its
      *    branch group; the totals count every exception even if
      *    the table has run out of room.
           TABLE-EXCEPTION.
               EVALUATE TRUE
                   WHEN WS-DAYS-OUT <= 30
                       MOVE 1 TO WS-BKT
                   WHEN WS-DAYS-OUT <= 60
                       MOVE 2 TO WS-BKT
                   WHEN WS-DAYS-OUT <= 90
                       MOVE 3 TO WS-BKT
                   WHEN OTHER
                       MOVE 4 TO WS-BKT
               END-EVALUATE
               ADD 1 TO WS-BUCKET-TOTAL(WS-BKT)
               PERFORM FIND-OR-ADD-BRANCH-GROUP
               IF WS-BR-FOUND > 0
                   ADD 1 TO BRS-COUNT(WS-BR-FOUND)
                   ADD 1 TO BRS-BUCKET-COUNT(WS-BR-FOUND, WS-BKT)
               END-IF
               IF WS-EXC-COUNT < WS-EXC-MAX
                   ADD 1 TO WS-EXC-COUNT
                   MOVE DOC-EXCEPTION-RECORD
                       TO WEX-RECORD(WS-EXC-COUNT)
                   MOVE AR-ACCOUNT-NAME
                       TO WEX-ACCOUNT-NAME(WS-EXC-COUNT)
                   MOVE WS-BKT TO WEX-BUCKET(WS-EXC-COUNT)
               ELSE
                   ADD 1 TO WS-EXC-DROPPED
               END-IF.

           FIND-OR-ADD-BRANCH-GROUP.
               MOVE 0 TO WS-BR-FOUND
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF BRS-BRANCH-CODE(WS-BR-IDX) = WS-BR-CUR-CODE
                       MOVE WS-BR-IDX TO WS-BR-FOUND
                   END-IF
               END-PERFORM
               IF WS-BR-FOUND = 0
               AND WS-BR-COUNT < WS-BR-MAX
                   ADD 1 TO WS-BR-COUNT
                   INITIALIZE WS-BR-ENTRY(WS-BR-COUNT)
                   MOVE WS-BR-CUR-CODE
                       TO BRS-BRANCH-CODE(WS-BR-COUNT)
                   MOVE WS-BR-CUR-NAME
                       TO BRS-BRANCH-NAME(WS-BR-COUNT)
                   MOVE WS-BR-COUNT TO WS-BR-FOUND
               END-IF.

      *    The restriction rides the maintenance feed, so it applies
      *    - or rejects - under ACCOUNT-MAINT's own rules tonight.
           QUEUE-RESTRICTION.
               IF WS-AMF-OPEN NOT = "Y"
                   OPEN EXTEND ACCT-MAINT-FEED
                   IF NOT WS-AMF-STATUS = "00"
                       OPEN OUTPUT ACCT-MAINT-FEED
                   END-IF
                   MOVE "Y" TO WS-AMF-OPEN
               END-IF
               INITIALIZE ACCOUNT-MAINT-RECORD
               MOVE AR-ACCOUNT-ID TO AM-ACCOUNT-ID
               SET AM-FREEZE TO TRUE
               MOVE "DOCUMENT EXCEPTION" TO AM-NAME
               SET AM-PENDING TO TRUE
               MOVE ACCOUNT-MAINT-RECORD TO ACCT-MAINT-ROW
               WRITE ACCT-MAINT-ROW
               ADD 1 TO WS-RESTRICT-COUNT.

      *================================================================
      *    The weekly report
      *================================================================
           WRITE-WEEKLY-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "DOC-EXCEPTION-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "ACCOUNT DOCUMENTATION EXCEPTIONS - WEEK ENDING "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               PERFORM WRITE-BLANK-LINE
               IF WS-BR-COUNT = 0
                   MOVE "NO OUTSTANDING DOCUMENTS" TO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-IF
               PERFORM WRITE-BRANCH-GROUP
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE "BANK TOTAL" TO WS-OUT-LINE(1:10)
               COMPUTE WS-DAYS-OUT = WS-MISSING-COUNT
                   + WS-EXPIRED-COUNT
               MOVE WS-DAYS-OUT TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(17:5)
               MOVE WS-BUCKET-TOTAL(1) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(31:5)
               MOVE WS-BUCKET-TOTAL(2) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(45:5)
               MOVE WS-BUCKET-TOTAL(3) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(59:5)
               MOVE WS-BUCKET-TOTAL(4) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(71:5)
               PERFORM WRITE-AGING-LABELS
               PERFORM WRITE-OUT-LINE
               IF WS-EXC-DROPPED > 0
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "ROWS NOT LISTED (TABLE FULL): "
                       DELIMITED SIZE
                       WS-EXC-DROPPED DELIMITED SIZE
                       INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
               END-IF
               CLOSE REPORT-FILE.

           WRITE-BRANCH-GROUP.
               MOVE SPACES TO WS-OUT-LINE
               STRING "BRANCH " DELIMITED SIZE
                   BRS-BRANCH-CODE(WS-BR-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   BRS-BRANCH-NAME(WS-BR-IDX) DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "ACCOUNT    NAME                      "
                   DELIMITED SIZE
                   "CUSTOMER   DOC    ROLE       STATUS  "
                   DELIMITED SIZE
                   "SINCE       DAYS AGE   RST" DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               PERFORM WRITE-EXCEPTION-LINE
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  TOTAL" TO WS-OUT-LINE(1:7)
               MOVE BRS-COUNT(WS-BR-IDX) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(17:5)
               MOVE BRS-BUCKET-COUNT(WS-BR-IDX, 1) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(31:5)
               MOVE BRS-BUCKET-COUNT(WS-BR-IDX, 2) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(45:5)
               MOVE BRS-BUCKET-COUNT(WS-BR-IDX, 3) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(59:5)
               MOVE BRS-BUCKET-COUNT(WS-BR-IDX, 4) TO WS-DISP-DAYS
               MOVE WS-DISP-DAYS TO WS-OUT-LINE(71:5)
               PERFORM WRITE-AGING-LABELS
               PERFORM WRITE-OUT-LINE
               PERFORM WRITE-BLANK-LINE.

           WRITE-AGING-LABELS.
               MOVE "0-30:"  TO WS-OUT-LINE(24:5)
               MOVE "31-60:" TO WS-OUT-LINE(38:6)
               MOVE "61-90:" TO WS-OUT-LINE(52:6)
               MOVE "91+:"   TO WS-OUT-LINE(66:4).

           WRITE-EXCEPTION-LINE.
               MOVE WEX-RECORD(WS-EXC-IDX) TO DOC-EXCEPTION-RECORD
               IF DX-BRANCH-CODE = BRS-BRANCH-CODE(WS-BR-IDX)
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE DX-ACCOUNT-ID TO WS-OUT-LINE(1:10)
                   MOVE WEX-ACCOUNT-NAME(WS-EXC-IDX)
                       TO WS-OUT-LINE(12:25)
                   MOVE DX-CUSTOMER-ID TO WS-OUT-LINE(38:10)
                   MOVE DX-DOC-TYPE TO WS-OUT-LINE(49:6)
                   MOVE DX-ROLE TO WS-OUT-LINE(56:10)
                   IF DX-EXPIRED
                       MOVE "EXPIRED" TO WS-OUT-LINE(67:7)
                   ELSE
                       MOVE "MISSING" TO WS-OUT-LINE(67:7)
                   END-IF
                   MOVE DX-SINCE-DATE TO WS-OUT-LINE(75:10)
                   MOVE DX-DAYS-OUT TO WS-DISP-DAYS
                   MOVE WS-DISP-DAYS TO WS-OUT-LINE(86:5)
                   EVALUATE WEX-BUCKET(WS-EXC-IDX)
                       WHEN 1
                           MOVE "0-30" TO WS-OUT-LINE(92:5)
                       WHEN 2
                           MOVE "31-60" TO WS-OUT-LINE(92:5)
                       WHEN 3
                           MOVE "61-90" TO WS-OUT-LINE(92:5)
                       WHEN OTHER
                           MOVE "91+" TO WS-OUT-LINE(92:5)
                   END-EVALUATE
                   IF DX-RESTRICT-QUEUED
                       MOVE "Y" TO WS-OUT-LINE(98:1)
                   END-IF
                   PERFORM WRITE-OUT-LINE
               END-IF.

           WRITE-OUT-LINE.
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-BLANK-LINE.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Documentation Exceptions"
               DISPLAY "=============================================="
               DISPLAY "  Business Date      : " WS-TODAY
               DISPLAY "  Requirements       : " WS-DQ-COUNT
               DISPLAY "  Accounts Reviewed  : " WS-ACCOUNTS-REVIEWED
               DISPLAY "  Accounts Excepted  : " WS-ACCOUNTS-EXCEPTED
               DISPLAY "  Documents Missing  : " WS-MISSING-COUNT
               DISPLAY "  Documents Expired  : " WS-EXPIRED-COUNT
               DISPLAY "  W-9 Withholding    : " WS-WITHHOLD-COUNT
               DISPLAY "  Freezes Queued     : " WS-RESTRICT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/DOC-EXCEPTIONS.dat"
               IF WEEK-END-TONIGHT
                   DISPLAY "  → data/output/DOC-EXCEPTION-REPORT.dat"
               ELSE
                   DISPLAY "  Weekly report      : (Fridays only)"
               END-IF
               DISPLAY "==============================================".
