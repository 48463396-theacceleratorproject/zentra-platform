      *================================================================
      * PROGRAM:    COMPLAINT-PROC.cbl
      * DESCRIPTION: Customer complaint intake. Complaints taken at
      *              the branches, by phone and by letter are keyed
      *              onto COMPLAINT-REQUESTS.dat (see COMPLAINT-
      *              REQUEST-RECORD.cpy) and kept on the complaint
      *              register, data/output/COMPLAINTS.dat (see
      *              COMPLAINT-RECORD.cpy), in place of the shared
      *              spreadsheet:
      *                - OPN logs a complaint against a CIF customer
      *                  (not merged away) and, optionally, one of
      *                  the bank's accounts, whose type and branch
      *                  stand in for a product or branch not keyed.
      *                  The internal response deadline is stamped
      *                  WS-RESPONSE-DAYS calendar days after the
      *                  received date - WS-PRIORITY-DAYS for
      *                  discrimination and privacy complaints,
      *                  which go to compliance the same week. A
      *                  complaint naming a transaction reference is
      *                  linked to its DISPUTE-CASES.dat case when
      *                  one is already open (COMPLAINT-AGING links
      *                  it later otherwise). An owner keyed at
      *                  intake assigns it straight away;
      *                - ASN assigns or reassigns a live complaint;
      *                - RES resolves it. A refund given with the
      *                  resolution is queued onto FEE-REFUND-
      *                  REQUESTS.dat - the same append-or-create
      *                  route STANDING-ORDER-GEN gives the daily
      *                  feed - so it is verified against the
      *                  original fee and posted by FEE-REFUND-PROC
      *                  like any other refund, never by this step.
      *              Owners must be on OPERATORS.dat. Each request is
      *              echoed to COMPLAINT-RESULTS.dat with its status
      *              and error code. Runs ahead of FEE-REFUND-PROC so
      *              a refund queued tonight posts tonight.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COMPLAINT-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: a day with no complaint activity.
               SELECT REQUESTS-FILE
                   ASSIGN TO "data/input/COMPLAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.

      *        The register, persisted across runs - same load-in-
      *        full/rewrite-in-full treatment DISPUTE-CASES.dat gets.
               SELECT COMPLAINTS-FILE
                   ASSIGN TO "data/output/COMPLAINTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CPL-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        Optional: an account with no row has no branch.
               SELECT BRANCH-FILE
                   ASSIGN TO "data/input/ACCOUNT-BRANCHES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BR-STATUS.

               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Optional: no dispute has ever been opened.
               SELECT DISPUTE-CASES-FILE
                   ASSIGN TO "data/output/DISPUTE-CASES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DSP-STATUS.

      *        Refunds ride FEE-REFUND-PROC's own feed.
               SELECT REFUND-REQUESTS-FILE
                   ASSIGN TO "data/input/FEE-REFUND-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RFD-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/COMPLAINT-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REQUESTS-FILE.
           01 REQUEST-IO            PIC X(200).

           FD COMPLAINTS-FILE.
           01 COMPLAINT-IO          PIC X(200).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD BRANCH-FILE.
           01 BRANCH-IO             PIC X(100).

           FD OPERATORS-FILE.
           01 OPERATORS-IO          PIC X(100).

           FD DISPUTE-CASES-FILE.
           01 DISPUTE-CASE-IO       PIC X(100).

           FD REFUND-REQUESTS-FILE.
           01 REFUND-REQUEST-IO     PIC X(100).

           FD RESULTS-FILE.
           01 RESULT-IO             PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK        VALUE "00".
           01 WS-CPL-STATUS         PIC XX.
               88 WS-CPL-FILE-OK        VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK       VALUE "00".
           01 WS-BR-STATUS          PIC XX.
               88 WS-BR-FILE-OK         VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK       VALUE "00".
           01 WS-DSP-STATUS         PIC XX.
               88 WS-DSP-FILE-OK        VALUE "00".
           01 WS-RFD-STATUS         PIC XX.
           01 WS-RESULT-STATUS      PIC XX.
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 END-OF-REQUESTS      VALUE "Y".
           01 WS-EOF-CPL            PIC X VALUE "N".
               88 END-OF-CPL-LOAD      VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-BR             PIC X VALUE "N".
               88 END-OF-BR-LOAD       VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".
           01 WS-EOF-DSP            PIC X VALUE "N".
               88 END-OF-DSP-LOAD      VALUE "Y".

           COPY "COMPLAINT-RECORD.cpy".
           COPY "COMPLAINT-REQUEST-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "ACCOUNT-BRANCH-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".
           COPY "DISPUTE-CASE-RECORD.cpy".
           COPY "FEE-REFUND-RECORD.cpy".

      *    --- Complaint register ---
           01 WS-CPL-MAX            PIC 9(4) VALUE 5000.
           01 WS-CPL-TABLE.
               05 WS-CPL-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CPL-IDX.
                   10 WCP-RECORD       PIC X(200).
           01 WS-CPL-COUNT          PIC 9(4) VALUE 0.
           01 WS-CPL-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-NEXT-CPL-NUM       PIC 9(7) VALUE 1.
           01 WS-CPL-NUM-PARSE      PIC 9(7).

      *    --- Customers: ID and merge status only ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-STATUS       PIC X(01).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CUST-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- Accounts, with their branch ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WAC-ACCOUNT-ID   PIC X(10).
                   10 WAC-TYPE         PIC X(10).
                   10 WAC-BRANCH       PIC X(06).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-ACCT-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-FIND-ACCT-ID       PIC X(10).

           01 WS-OPER-MAX           PIC 9(3) VALUE 500.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
           01 WS-OPER-COUNT         PIC 9(3) VALUE 0.
           01 WS-OWNER-OK           PIC X VALUE "N".

      *    --- Dispute cases: reference to case ID ---
           01 WS-DSP-MAX            PIC 9(4) VALUE 2000.
           01 WS-DSP-TABLE.
               05 WS-DSP-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-DSP-IDX.
                   10 WDS-REFERENCE    PIC X(12).
                   10 WDS-CASE-ID      PIC X(08).
                   10 WDS-ACCOUNT-ID   PIC X(10).
           01 WS-DSP-COUNT          PIC 9(4) VALUE 0.

      *    --- Internal response deadlines, calendar days from
      *        receipt ---
           01 WS-RESPONSE-DAYS      PIC 99 VALUE 15.
           01 WS-PRIORITY-DAYS      PIC 99 VALUE 5.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(7).
           01 WS-DEADLINE-JULIAN    PIC 9(7).
           01 WS-DEADLINE-INT       PIC 9(8).
           01 WS-DATE-OK            PIC X VALUE "N".
           01 WS-CHECK-DATE         PIC X(10).

      *    --- Counters ---
           01 WS-REQ-COUNT          PIC 999 VALUE 0.
           01 WS-OPENED-COUNT       PIC 999 VALUE 0.
           01 WS-ASSIGNED-COUNT     PIC 999 VALUE 0.
           01 WS-RESOLVED-COUNT     PIC 999 VALUE 0.
           01 WS-REJECTED-COUNT     PIC 999 VALUE 0.
           01 WS-REFUND-COUNT       PIC 999 VALUE 0.
           01 WS-LINKED-COUNT       PIC 999 VALUE 0.
           01 WS-REFUND-OPEN        PIC X VALUE "N".

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-COMPLAINTS
               OPEN INPUT REQUESTS-FILE
               IF NOT WS-REQ-FILE-OK
                   DISPLAY "  No COMPLAINT-REQUESTS.dat to process"
                   STOP RUN
               END-IF
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-BRANCHES
               PERFORM LOAD-OPERATORS
               PERFORM LOAD-DISPUTE-CASES
               OPEN OUTPUT RESULTS-FILE
               PERFORM PROCESS-ONE-REQUEST
                   UNTIL END-OF-REQUESTS
               CLOSE REQUESTS-FILE
               CLOSE RESULTS-FILE
               IF WS-REFUND-OPEN = "Y"
                   CLOSE REFUND-REQUESTS-FILE
               END-IF
               PERFORM REWRITE-COMPLAINTS
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

      *    --- Optional file: absent on the very first run. The next
      *        complaint number is derived from the highest ID
      *        already on file - same derivation DISPUTE-PROC makes ---
           LOAD-COMPLAINTS.
               OPEN INPUT COMPLAINTS-FILE
               IF WS-CPL-FILE-OK
                   PERFORM LOAD-ONE-COMPLAINT
                       UNTIL END-OF-CPL-LOAD
                   CLOSE COMPLAINTS-FILE
               END-IF.

           LOAD-ONE-COMPLAINT.
               READ COMPLAINTS-FILE INTO COMPLAINT-IO
               AT END
                   MOVE "Y" TO WS-EOF-CPL
               NOT AT END
                   IF WS-CPL-COUNT < WS-CPL-MAX
                       ADD 1 TO WS-CPL-COUNT
                       MOVE COMPLAINT-IO TO WCP-RECORD(WS-CPL-COUNT)
                       MOVE COMPLAINT-IO TO COMPLAINT-RECORD
                       IF CPL-COMPLAINT-ID(2:7) IS NUMERIC
                           MOVE CPL-COMPLAINT-ID(2:7)
                               TO WS-CPL-NUM-PARSE
                           IF WS-CPL-NUM-PARSE >= WS-NEXT-CPL-NUM
                               COMPUTE WS-NEXT-CPL-NUM =
                                   WS-CPL-NUM-PARSE + 1
                           END-IF
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
                   MOVE CUSTOMER-IO TO CUSTOMER-RECORD
                   IF CU-CUSTOMER-ID NOT = SPACES
                   AND WS-CUST-COUNT < WS-CUST-MAX
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-ID
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CU-STATUS TO WCU-STATUS(WS-CUST-COUNT)
                   END-IF
               END-READ.

           LOAD-ACCOUNTS.
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCT-FILE-OK
                   PERFORM READ-ONE-ACCOUNT
                       UNTIL END-OF-ACCT-LOAD
                   CLOSE ACCOUNTS-FILE
               END-IF.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   MOVE ACCOUNT-IO TO ACCOUNT-RECORD
                   IF AR-ACCOUNT-ID NOT = SPACES
                   AND WS-ACCT-COUNT < WS-ACCT-MAX
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AR-ACCOUNT-ID
                           TO WAC-ACCOUNT-ID(WS-ACCT-COUNT)
                       MOVE AR-ACCOUNT-TYPE TO WAC-TYPE(WS-ACCT-COUNT)
                       MOVE SPACES TO WAC-BRANCH(WS-ACCT-COUNT)
                   END-IF
               END-READ.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BR-FILE-OK
                   PERFORM READ-ONE-BRANCH
                       UNTIL END-OF-BR-LOAD
                   CLOSE BRANCH-FILE
               END-IF.

           READ-ONE-BRANCH.
               READ BRANCH-FILE INTO BRANCH-IO
               AT END
                   MOVE "Y" TO WS-EOF-BR
               NOT AT END
                   MOVE BRANCH-IO TO ACCOUNT-BRANCH-RECORD
                   MOVE ABR-ACCOUNT-ID TO WS-FIND-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-ACCT-FOUND-IDX > 0
                       MOVE ABR-BRANCH-CODE
                           TO WAC-BRANCH(WS-ACCT-FOUND-IDX)
                   END-IF
               END-READ.

      *    --- A missing roster leaves no valid owner: an owner
      *        keyed against it is refused ---
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
                   END-IF
               END-READ.

           LOAD-DISPUTE-CASES.
               OPEN INPUT DISPUTE-CASES-FILE
               IF WS-DSP-FILE-OK
                   PERFORM READ-ONE-DISPUTE-CASE
                       UNTIL END-OF-DSP-LOAD
                   CLOSE DISPUTE-CASES-FILE
               END-IF.

           READ-ONE-DISPUTE-CASE.
               READ DISPUTE-CASES-FILE INTO DISPUTE-CASE-IO
               AT END
                   MOVE "Y" TO WS-EOF-DSP
               NOT AT END
                   MOVE DISPUTE-CASE-IO TO DISPUTE-CASE-RECORD
                   IF DSP-REFERENCE NOT = SPACES
                   AND WS-DSP-COUNT < WS-DSP-MAX
                       ADD 1 TO WS-DSP-COUNT
                       MOVE DSP-REFERENCE TO WDS-REFERENCE(WS-DSP-COUNT)
                       MOVE DSP-CASE-ID TO WDS-CASE-ID(WS-DSP-COUNT)
                       MOVE DSP-ACCOUNT-ID
                           TO WDS-ACCOUNT-ID(WS-DSP-COUNT)
                   END-IF
               END-READ.

           PROCESS-ONE-REQUEST.
               READ REQUESTS-FILE INTO REQUEST-IO
               AT END
                   MOVE "Y" TO WS-EOF-REQ
               NOT AT END
                   MOVE REQUEST-IO TO COMPLAINT-REQUEST-RECORD
                   ADD 1 TO WS-REQ-COUNT
                   SET CPQ-APPLIED TO TRUE
                   MOVE SPACES TO CPQ-ERROR-CODE
                   PERFORM APPLY-ONE-REQUEST
                   IF CPQ-REJECTED
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
                   MOVE COMPLAINT-REQUEST-RECORD TO RESULT-IO
                   WRITE RESULT-IO
               END-READ.

           APPLY-ONE-REQUEST.
               EVALUATE TRUE
                   WHEN CPQ-OPEN-COMPLAINT
                       PERFORM OPEN-COMPLAINT
                   WHEN CPQ-ASSIGN-OWNER
                       PERFORM ASSIGN-COMPLAINT
                   WHEN CPQ-RESOLVE
                       PERFORM RESOLVE-COMPLAINT
                   WHEN OTHER
                       SET CPQ-REJECTED TO TRUE
                       SET CPQ-ERR-BAD-ACTION TO TRUE
               END-EVALUATE.

      *================================================================
      *    OPN - log a new complaint.
      *================================================================
           OPEN-COMPLAINT.
               PERFORM EDIT-NEW-COMPLAINT
               IF CPQ-REJECTED
                   EXIT PARAGRAPH
               END-IF
               IF WS-CPL-COUNT NOT < WS-CPL-MAX
                   SET CPQ-REJECTED TO TRUE
                   SET CPQ-ERR-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO COMPLAINT-RECORD
               MOVE "Q" TO CPL-COMPLAINT-ID(1:1)
               MOVE WS-NEXT-CPL-NUM TO CPL-COMPLAINT-ID(2:7)
               ADD 1 TO WS-NEXT-CPL-NUM
               MOVE CPQ-CUSTOMER-ID   TO CPL-CUSTOMER-ID
               MOVE CPQ-ACCOUNT-ID    TO CPL-ACCOUNT-ID
               MOVE CPQ-RECEIVED-DATE TO CPL-RECEIVED-DATE
               MOVE CPQ-CHANNEL       TO CPL-CHANNEL
               MOVE CPQ-CATEGORY      TO CPL-CATEGORY
               MOVE CPQ-PRODUCT       TO CPL-PRODUCT
               MOVE CPQ-BRANCH-CODE   TO CPL-BRANCH-CODE
               MOVE CPQ-REFERENCE     TO CPL-REFERENCE
               PERFORM LINK-DISPUTE-CASE
               IF CPL-ACCOUNT-ID NOT = SPACES
                   MOVE CPL-ACCOUNT-ID TO WS-FIND-ACCT-ID
                   PERFORM FIND-ACCOUNT
               END-IF
               IF WS-ACCT-FOUND-IDX > 0
                   IF CPL-PRODUCT = SPACES
                       MOVE WAC-TYPE(WS-ACCT-FOUND-IDX) TO CPL-PRODUCT
                   END-IF
                   IF CPL-BRANCH-CODE = SPACES
                       MOVE WAC-BRANCH(WS-ACCT-FOUND-IDX)
                           TO CPL-BRANCH-CODE
                   END-IF
               END-IF
               MOVE CPQ-DESCRIPTION   TO CPL-DESCRIPTION
               IF CPQ-OWNER NOT = SPACES
                   MOVE CPQ-OWNER TO CPL-OWNER
                   SET CPL-ASSIGNED TO TRUE
               ELSE
                   SET CPL-OPEN TO TRUE
               END-IF
               PERFORM STAMP-DUE-DATE
               MOVE "N" TO CPL-LATE
               MOVE 0 TO CPL-REFUND-AMOUNT
               ADD 1 TO WS-CPL-COUNT
               MOVE COMPLAINT-RECORD TO WCP-RECORD(WS-CPL-COUNT)
               MOVE CPL-COMPLAINT-ID TO CPQ-COMPLAINT-ID
               ADD 1 TO WS-OPENED-COUNT.

      *    Customer, account, channel, category, date and owner, in
      *    that order; the first failure is the one reported.
           EDIT-NEW-COMPLAINT.
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND-IDX = 0
                   SET CPQ-REJECTED TO TRUE
                   SET CPQ-ERR-NO-CUSTOMER TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-ACCT-FOUND-IDX
               IF CPQ-ACCOUNT-ID NOT = SPACES
                   MOVE CPQ-ACCOUNT-ID TO WS-FIND-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-ACCT-FOUND-IDX = 0
                       SET CPQ-REJECTED TO TRUE
                       SET CPQ-ERR-NO-ACCOUNT TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF CPQ-CHANNEL NOT = "B" AND NOT = "P" AND NOT = "L"
                   SET CPQ-REJECTED TO TRUE
                   SET CPQ-ERR-BAD-CHANNEL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE CPQ-CATEGORY TO CPL-CATEGORY
               IF NOT (CPL-CAT-FEES OR CPL-CAT-OVERDRAFT
                   OR CPL-CAT-DISPUTE OR CPL-CAT-SERVICE
                   OR CPL-CAT-DISCRIM OR CPL-CAT-PRIVACY)
                   SET CPQ-REJECTED TO TRUE
                   SET CPQ-ERR-BAD-CATEGORY TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF CPQ-RECEIVED-DATE = SPACES
                   MOVE WS-TODAY TO CPQ-RECEIVED-DATE
               END-IF
               MOVE CPQ-RECEIVED-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-VALID
               IF WS-DATE-OK NOT = "Y"
               OR CPQ-RECEIVED-DATE > WS-TODAY
                   SET CPQ-REJECTED TO TRUE
                   SET CPQ-ERR-BAD-DATE TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF CPQ-OWNER NOT = SPACES
                   PERFORM CHECK-OWNER
                   IF WS-OWNER-OK NOT = "Y"
                       SET CPQ-REJECTED TO TRUE
                       SET CPQ-ERR-BAD-OWNER TO TRUE
                   END-IF
               END-IF.

      *    A merged-away customer is no longer a customer: the
      *    complaint belongs on the survivor.
           FIND-CUSTOMER.
               MOVE 0 TO WS-CUST-FOUND-IDX
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-CUSTOMER-ID(WS-CUST-IDX) = CPQ-CUSTOMER-ID
                   AND WCU-STATUS(WS-CUST-IDX) NOT = "M"
                       SET WS-CUST-FOUND-IDX TO WS-CUST-IDX
                   END-IF
               END-PERFORM.

           FIND-ACCOUNT.
               MOVE 0 TO WS-ACCT-FOUND-IDX
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WAC-ACCOUNT-ID(WS-ACCT-IDX) = WS-FIND-ACCT-ID
                       SET WS-ACCT-FOUND-IDX TO WS-ACCT-IDX
                   END-IF
               END-PERFORM.

           CHECK-OWNER.
               MOVE "N" TO WS-OWNER-OK
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WOP-OPERATOR-ID(WS-OPER-IDX) = CPQ-OWNER
                       MOVE "Y" TO WS-OWNER-OK
                   END-IF
               END-PERFORM.

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

      *    Discrimination and privacy complaints carry regulatory
      *    exposure and answer on the short clock.
           STAMP-DUE-DATE.
               MOVE CPL-RECEIVED-DATE(1:4) TO WS-PARSE-INT(1:4)
               MOVE CPL-RECEIVED-DATE(6:2) TO WS-PARSE-INT(5:2)
               MOVE CPL-RECEIVED-DATE(9:2) TO WS-PARSE-INT(7:2)
               COMPUTE WS-PARSE-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
               IF CPL-CAT-DISCRIM OR CPL-CAT-PRIVACY
                   COMPUTE WS-DEADLINE-JULIAN =
                       WS-PARSE-JULIAN + WS-PRIORITY-DAYS
               ELSE
                   COMPUTE WS-DEADLINE-JULIAN =
                       WS-PARSE-JULIAN + WS-RESPONSE-DAYS
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-DEADLINE-JULIAN)
                   TO WS-DEADLINE-INT
               MOVE WS-DEADLINE-INT(1:4) TO CPL-DUE-DATE(1:4)
               MOVE "-"                  TO CPL-DUE-DATE(5:1)
               MOVE WS-DEADLINE-INT(5:2) TO CPL-DUE-DATE(6:2)
               MOVE "-"                  TO CPL-DUE-DATE(8:1)
               MOVE WS-DEADLINE-INT(7:2) TO CPL-DUE-DATE(9:2).

      *    The dispute case opened on the complaint's transaction
      *    reference; a complaint with no account takes the
      *    disputed account.
           LINK-DISPUTE-CASE.
               IF CPL-REFERENCE = SPACES
               OR CPL-DISPUTE-CASE-ID NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
                   IF WDS-REFERENCE(WS-DSP-IDX) = CPL-REFERENCE
                       MOVE WDS-CASE-ID(WS-DSP-IDX)
                           TO CPL-DISPUTE-CASE-ID
                       IF CPL-ACCOUNT-ID = SPACES
                           MOVE WDS-ACCOUNT-ID(WS-DSP-IDX)
                               TO CPL-ACCOUNT-ID
                       END-IF
                   END-IF
               END-PERFORM
               IF CPL-DISPUTE-CASE-ID NOT = SPACES
                   ADD 1 TO WS-LINKED-COUNT
               END-IF.

      *================================================================
      *    ASN / RES - work a live complaint.
      *================================================================
           FIND-LIVE-COMPLAINT.
               MOVE 0 TO WS-CPL-FOUND-IDX
               PERFORM VARYING WS-CPL-IDX FROM 1 BY 1
                   UNTIL WS-CPL-IDX > WS-CPL-COUNT
                   MOVE WCP-RECORD(WS-CPL-IDX) TO COMPLAINT-RECORD
                   IF CPL-COMPLAINT-ID = CPQ-COMPLAINT-ID
                   AND CPL-LIVE
                       SET WS-CPL-FOUND-IDX TO WS-CPL-IDX
                   END-IF
               END-PERFORM
               IF WS-CPL-FOUND-IDX = 0
                   SET CPQ-REJECTED TO TRUE
                   SET CPQ-ERR-NO-COMPLAINT TO TRUE
               ELSE
                   MOVE WCP-RECORD(WS-CPL-FOUND-IDX) TO COMPLAINT-RECORD
               END-IF.

           ASSIGN-COMPLAINT.
               PERFORM FIND-LIVE-COMPLAINT
               IF CPQ-REJECTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-OWNER
               IF CPQ-OWNER = SPACES OR WS-OWNER-OK NOT = "Y"
                   SET CPQ-REJECTED TO TRUE
                   SET CPQ-ERR-BAD-OWNER TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE CPQ-OWNER TO CPL-OWNER
               SET CPL-ASSIGNED TO TRUE
               MOVE COMPLAINT-RECORD TO WCP-RECORD(WS-CPL-FOUND-IDX)
               ADD 1 TO WS-ASSIGNED-COUNT.

      *    A refund needs the complaint's account and a fee to match:
      *    a valid fee date and a non-zero amount, or neither.
           RESOLVE-COMPLAINT.
               PERFORM FIND-LIVE-COMPLAINT
               IF CPQ-REJECTED
                   EXIT PARAGRAPH
               END-IF
               IF CPQ-REFUND-AMOUNT IS NOT NUMERIC
                   MOVE 0 TO CPQ-REFUND-AMOUNT
               END-IF
               IF CPQ-REFUND-AMOUNT > 0
               OR CPQ-REFUND-FEE-DATE NOT = SPACES
                   IF CPQ-REFUND-REASON = SPACES
                       MOVE "GWL" TO CPQ-REFUND-REASON
                   END-IF
                   MOVE CPQ-REFUND-FEE-DATE TO WS-CHECK-DATE
                   PERFORM CHECK-DATE-VALID
                   IF CPL-ACCOUNT-ID = SPACES
                   OR CPQ-REFUND-AMOUNT = 0
                   OR WS-DATE-OK NOT = "Y"
                   OR (CPQ-REFUND-REASON NOT = "ERR"
                       AND NOT = "GWL" AND NOT = "WVR")
                       SET CPQ-REJECTED TO TRUE
                       SET CPQ-ERR-BAD-REFUND TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM QUEUE-FEE-REFUND
               END-IF
               MOVE CPQ-RESOLUTION TO CPL-RESOLUTION
               MOVE WS-TODAY TO CPL-RESOLVED-DATE
               IF WS-TODAY > CPL-DUE-DATE
                   MOVE "Y" TO CPL-LATE
               END-IF
               SET CPL-RESOLVED TO TRUE
               MOVE COMPLAINT-RECORD TO WCP-RECORD(WS-CPL-FOUND-IDX)
               ADD 1 TO WS-RESOLVED-COUNT.

      *    --- Same append-or-create treatment STANDING-ORDER-GEN
      *        gives the daily feed ---
           QUEUE-FEE-REFUND.
               IF WS-REFUND-OPEN NOT = "Y"
                   OPEN EXTEND REFUND-REQUESTS-FILE
                   IF NOT WS-RFD-STATUS = "00"
                       OPEN OUTPUT REFUND-REQUESTS-FILE
                   END-IF
                   MOVE "Y" TO WS-REFUND-OPEN
               END-IF
               MOVE SPACES TO FEE-REFUND-RECORD
               MOVE CPL-ACCOUNT-ID      TO FRR-ACCOUNT-ID
               MOVE CPQ-REFUND-FEE-DATE TO FRR-FEE-DATE
               MOVE CPQ-REFUND-AMOUNT   TO FRR-AMOUNT
               MOVE CPQ-REFUND-REASON   TO FRR-REASON
               SET FRR-PENDING TO TRUE
               MOVE FEE-REFUND-RECORD TO REFUND-REQUEST-IO
               WRITE REFUND-REQUEST-IO
               MOVE CPQ-REFUND-FEE-DATE TO CPL-REFUND-FEE-DATE
               MOVE CPQ-REFUND-AMOUNT   TO CPL-REFUND-AMOUNT
               SET CPL-REFUND-QUEUED TO TRUE
               ADD 1 TO WS-REFUND-COUNT.

           REWRITE-COMPLAINTS.
               OPEN OUTPUT COMPLAINTS-FILE
               PERFORM VARYING WS-CPL-IDX FROM 1 BY 1
                   UNTIL WS-CPL-IDX > WS-CPL-COUNT
                   MOVE WCP-RECORD(WS-CPL-IDX) TO COMPLAINT-IO
                   WRITE COMPLAINT-IO
               END-PERFORM
               CLOSE COMPLAINTS-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Complaint Intake"
               DISPLAY "=============================================="
               DISPLAY "  Requests Read      : " WS-REQ-COUNT
               DISPLAY "  Complaints Logged  : " WS-OPENED-COUNT
               DISPLAY "  Complaints Assigned: " WS-ASSIGNED-COUNT
               DISPLAY "  Complaints Resolved: " WS-RESOLVED-COUNT
               DISPLAY "  Requests Rejected  : " WS-REJECTED-COUNT
               DISPLAY "  Refunds Queued     : " WS-REFUND-COUNT
               DISPLAY "  Linked to Disputes : " WS-LINKED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/COMPLAINTS.dat"
               DISPLAY "  → data/output/COMPLAINT-RESULTS.dat"
               DISPLAY "==============================================".
