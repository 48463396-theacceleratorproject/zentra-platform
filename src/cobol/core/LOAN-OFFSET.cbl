      *================================================================
      * PROGRAM:    LOAN-OFFSET.cbl
      * DESCRIPTION: Right of offset against delinquent loans. Runs
      *              right after LOAN-BILLING, before the pipeline,
      *              and looks at the LNP collections LOAN-BILLING
      *              just put on DAILY-TRANSACTIONS.dat:
      *                - a collection its own payment account can
      *                  cover (balance plus overdraft line less
      *                  pending holds, each collection drawn down
      *                  in turn) is left to collect normally;
      *                - a short one on a loan more than
      *                  WS-OFFSET-DAYS past due (optional
      *                  LOAN-OFFSET-TERMS.dat, days in columns 1-3)
      *                  is turned against another deposit account
      *                  of the borrower - the first customer linked
      *                  to the loan's payment account - found
      *                  through CUSTOMER-ACCOUNT-LINKS.dat: the
      *                  first one whose own funds (no overdraft)
      *                  cover the whole installment. Set-off is all
      *                  or nothing; no account, no offset;
      *                - an account under an open garnishment or
      *                  levy (LEGAL-ORDERS-ACTIVE.dat), on estate
      *                  hold, frozen or closed, a CD or an internal
      *                  account is never touched, nor a joint
      *                  account where the borrower is not the first
      *                  customer linked to it (its primary owner);
      *                - no loan is offset while any customer on its
      *                  payment account has a bankruptcy case
      *                  standing filed (BANKRUPTCY-FILINGS.dat) -
      *                  the automatic stay.
      *              An offset goes onto the daily feed as a
      *              "LOAN OFFSET <loan>" LNP debit of the same
      *              amount, so it passes every pipeline check and
      *              LOAN-SETTLE applies it as a payment. Each one is
      *              appended to LOAN-OFFSET-REGISTER.dat and the
      *              loan's LOAN-HISTORY.dat, and queues the offset
      *              notice (template LNOFFSET) onto
      *              NOTICE-REQUESTS.dat for LETTER-ENGINE, addressed
      *              through the account that was debited.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-OFFSET.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional file: no loan book means nothing to offset.
               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

      *        Optional: the garnishment/levy book LEGAL-ORDER-PROC
      *        carries across runs.
               SELECT LEGAL-ORDERS-FILE
                   ASSIGN TO "data/output/LEGAL-ORDERS-ACTIVE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEGAL-STATUS.

      *        Optional: bankruptcy cases kept by legal.
               SELECT BANKRUPTCY-FILE
                   ASSIGN TO "data/input/BANKRUPTCY-FILINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.

      *        Optional offset terms; absent, WS-OFFSET-DAYS stands.
               SELECT OFFSET-TERMS-FILE
                   ASSIGN TO "data/input/LOAN-OFFSET-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

      *        Cumulative offset register - appended, never
      *        overwritten, same treatment AUDIT-TRAIL.dat gets.
               SELECT REGISTER-FILE
                   ASSIGN TO "data/output/LOAN-OFFSET-REGISTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REG-STATUS.

      *        Per-loan history - cumulative, appended by every
      *        program that changes a loan.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

      *        Notice queue for the letter engine - shared
      *        cumulative EXTEND treatment, see LETTER-ENGINE.
               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(104).

           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD LEGAL-ORDERS-FILE.
           01 LEGAL-ORDER-IO        PIC X(120).

           FD BANKRUPTCY-FILE.
           01 BANKRUPTCY-IO         PIC X(100).

           FD OFFSET-TERMS-FILE.
           01 OFFSET-TERMS-IO       PIC X(40).

           FD REGISTER-FILE.
           01 REGISTER-IO           PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
               88 WS-TXN-FILE-OK        VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK       VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK       VALUE "00".
           01 WS-LEGAL-STATUS       PIC XX.
               88 WS-LEGAL-FILE-OK      VALUE "00".
           01 WS-BK-STATUS          PIC XX.
               88 WS-BK-FILE-OK         VALUE "00".
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK      VALUE "00".
           01 WS-REG-STATUS         PIC XX.
           01 WS-HIST-STATUS        PIC XX.
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-TXN            PIC X VALUE "N".
               88 END-OF-TXNS          VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-LEGAL          PIC X VALUE "N".
               88 END-OF-LEGAL-LOAD    VALUE "Y".
           01 WS-EOF-BK             PIC X VALUE "N".
               88 END-OF-BK-LOAD       VALUE "Y".
           01 WS-REG-OPEN           PIC X VALUE "N".
           01 WS-HIST-OPEN          PIC X VALUE "N".
           01 WS-NOTICE-OPEN        PIC X VALUE "N".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "LEGAL-ORDER-RECORD.cpy".
           COPY "BANKRUPTCY-RECORD.cpy".
           COPY "LOAN-OFFSET-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".

      *    --- Offset threshold: days past the oldest unpaid due
      *        date before the bank reaches for other accounts ---
           01 WS-OFFSET-DAYS        PIC 9(3) VALUE 30.

      *    --- Loan table (read only here) ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOAN-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-LOOKUP-LOAN-ID     PIC X(10).

      *    --- Tonight's billed collections, in feed order ---
           01 WS-BILL-MAX           PIC 9(4) VALUE 2000.
           01 WS-BILL-TABLE.
               05 WS-BILL-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-BIDX.
                   10 WBL-LOAN-ID      PIC X(10).
                   10 WBL-ACCOUNT-ID   PIC X(10).
                   10 WBL-AMOUNT       PIC 9(9)V99.
           01 WS-BILL-COUNT         PIC 9(4) VALUE 0.

      *    --- Deposit accounts. WAC-AVAILABLE is what a debit may
      *        still draw tonight (balance plus overdraft line less
      *        pending holds), drawn down as collections claim it;
      *        an offset may not reach into the overdraft line ---
           01 WS-ACCT-MAX           PIC 9(5) VALUE 20000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-AIDX.
                   10 WAC-ID           PIC X(10).
                   10 WAC-TYPE         PIC X(10).
                   10 WAC-STATUS       PIC X(01).
                   10 WAC-OD-LIMIT     PIC 9(7)V99.
                   10 WAC-AVAILABLE    PIC S9(11)V99.
           01 WS-ACCT-COUNT         PIC 9(5) VALUE 0.
           01 WS-ACCT-FOUND-IDX     PIC 9(5) VALUE 0.
           01 WS-LOOKUP-ACCOUNT     PIC X(10).

           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX WS-CLNK-IDX2.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.

      *    --- Accounts under an open legal order ---
           01 WS-LEGAL-MAX          PIC 999 VALUE 500.
           01 WS-LEGAL-TABLE.
               05 WS-LEGAL-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-LGIDX.
                   10 WLG-ACCOUNT-ID   PIC X(10).
           01 WS-LEGAL-COUNT        PIC 999 VALUE 0.

      *    --- Customers under the automatic stay ---
           01 WS-BK-MAX             PIC 999 VALUE 500.
           01 WS-BK-TABLE.
               05 WS-BK-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-BKIDX.
                   10 WBK-CUSTOMER-ID  PIC X(10).
           01 WS-BK-COUNT           PIC 999 VALUE 0.

      *    --- Working fields for one short collection ---
           01 WS-BORROWER-ID        PIC X(10).
           01 WS-STAY-FOUND         PIC X VALUE "N".
               88 BORROWER-IN-STAY     VALUE "Y".
           01 WS-SOURCE-IDX         PIC 9(5) VALUE 0.
           01 WS-CANDIDATE-ACCOUNT  PIC X(10).
           01 WS-CANDIDATE-OK       PIC X VALUE "N".
               88 CANDIDATE-ELIGIBLE   VALUE "Y".
           01 WS-FIRST-OWNER        PIC X(10).
           01 WS-OWN-FUNDS          PIC S9(11)V99.
           01 WS-OFFSET-AMOUNT      PIC 9(9)V99.
           01 WS-DAYS-PAST-DUE      PIC S9(5).

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(7).

      *    --- Counters ---
           01 WS-SHORT-COUNT        PIC 9(5) VALUE 0.
           01 WS-OFFSET-COUNT       PIC 9(5) VALUE 0.
           01 WS-TOTAL-OFFSET       PIC 9(11)V99 VALUE 0.
           01 WS-NOT-DUE-COUNT      PIC 9(5) VALUE 0.
           01 WS-STAY-COUNT         PIC 9(5) VALUE 0.
           01 WS-NO-FUNDS-COUNT     PIC 9(5) VALUE 0.
           01 WS-LEGAL-SKIP-COUNT   PIC 9(5) VALUE 0.
           01 WS-ESTATE-SKIP-COUNT  PIC 9(5) VALUE 0.
           01 WS-JOINT-SKIP-COUNT   PIC 9(5) VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-OFFSET-TERMS
               PERFORM LOAD-LOANS
               IF WS-LOAN-COUNT = 0
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM LOAD-BILLED-COLLECTIONS
               IF WS-BILL-COUNT = 0
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-LEGAL-ORDERS
               PERFORM LOAD-BANKRUPTCIES
               OPEN EXTEND DAILY-TXN-FILE
               IF NOT WS-TXN-FILE-OK
                   DISPLAY "ERROR: Cannot extend "
                       "DAILY-TRANSACTIONS.dat"
                   DISPLAY "FILE STATUS: " WS-TXN-STATUS
                   STOP RUN
               END-IF
               PERFORM CHECK-ONE-COLLECTION
                   VARYING WS-BIDX FROM 1 BY 1
                   UNTIL WS-BIDX > WS-BILL-COUNT
               CLOSE DAILY-TXN-FILE
               IF WS-REG-OPEN = "Y"
                   CLOSE REGISTER-FILE
               END-IF
               IF WS-HIST-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
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

      *    --- Optional file: one row; days past due in columns 1-3,
      *        blank or not numeric keeps the default ---
           LOAD-OFFSET-TERMS.
               OPEN INPUT OFFSET-TERMS-FILE
               IF WS-TERMS-FILE-OK
                   READ OFFSET-TERMS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OFFSET-TERMS-IO(1:3) IS NUMERIC
                           MOVE OFFSET-TERMS-IO(1:3)
                               TO WS-OFFSET-DAYS
                       END-IF
                   END-READ
                   CLOSE OFFSET-TERMS-FILE
               END-IF.

           LOAD-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM LOAD-LOAN-LOOP
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               ELSE
                   DISPLAY "  No LOAN-MASTER.dat to offset"
               END-IF.

           LOAD-LOAN-LOOP.
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   IF WS-LOAN-COUNT < WS-LOAN-MAX
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-MASTER-IO
                           TO WLN-RECORD(WS-LOAN-COUNT)
                   END-IF
               END-READ.

      *    --- Tonight's installment collections, as LOAN-BILLING
      *        stamped them ("LOAN PAYMENT " then the loan ID) ---
           LOAD-BILLED-COLLECTIONS.
               OPEN INPUT DAILY-TXN-FILE
               IF WS-TXN-FILE-OK
                   PERFORM READ-ONE-FEED-ROW
                       UNTIL END-OF-TXNS
                   CLOSE DAILY-TXN-FILE
               END-IF.

           READ-ONE-FEED-ROW.
               READ DAILY-TXN-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-TXN
               NOT AT END
                   IF TR-LOAN-PAYMENT
                   AND TR-PENDING
                   AND TR-DATE = WS-TODAY
                   AND TR-DESCRIPTION(1:13) = "LOAN PAYMENT "
                   AND WS-BILL-COUNT < WS-BILL-MAX
                       ADD 1 TO WS-BILL-COUNT
                       MOVE TR-DESCRIPTION(14:10)
                           TO WBL-LOAN-ID(WS-BILL-COUNT)
                       MOVE TR-ACCOUNT-ID
                           TO WBL-ACCOUNT-ID(WS-BILL-COUNT)
                       MOVE TR-AMOUNT TO WBL-AMOUNT(WS-BILL-COUNT)
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
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                   AND AR-ACCOUNT-ID NOT = SPACES
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AR-ACCOUNT-ID TO WAC-ID(WS-ACCT-COUNT)
                       MOVE AR-ACCOUNT-TYPE
                           TO WAC-TYPE(WS-ACCT-COUNT)
                       MOVE AR-STATUS TO WAC-STATUS(WS-ACCT-COUNT)
                       MOVE 0 TO WAC-OD-LIMIT(WS-ACCT-COUNT)
                       IF AR-OVERDRAFT-LIMIT IS NUMERIC
                           MOVE AR-OVERDRAFT-LIMIT
                               TO WAC-OD-LIMIT(WS-ACCT-COUNT)
                       END-IF
                       MOVE 0 TO WAC-AVAILABLE(WS-ACCT-COUNT)
                       IF AR-BALANCE IS NUMERIC
                           MOVE AR-BALANCE
                               TO WAC-AVAILABLE(WS-ACCT-COUNT)
                       END-IF
                       ADD WAC-OD-LIMIT(WS-ACCT-COUNT)
                           TO WAC-AVAILABLE(WS-ACCT-COUNT)
                       IF AR-PENDING-HOLD IS NUMERIC
                           SUBTRACT AR-PENDING-HOLD
                               FROM WAC-AVAILABLE(WS-ACCT-COUNT)
                       END-IF
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
                   END-IF
               END-READ.

      *    --- Optional file: only an open order blocks offset ---
           LOAD-LEGAL-ORDERS.
               OPEN INPUT LEGAL-ORDERS-FILE
               IF WS-LEGAL-FILE-OK
                   PERFORM READ-ONE-LEGAL-ORDER
                       UNTIL END-OF-LEGAL-LOAD
                   CLOSE LEGAL-ORDERS-FILE
               END-IF.

           READ-ONE-LEGAL-ORDER.
               READ LEGAL-ORDERS-FILE INTO LEGAL-ORDER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LEGAL
               NOT AT END
                   IF LO-OPEN
                   AND WS-LEGAL-COUNT < WS-LEGAL-MAX
                       ADD 1 TO WS-LEGAL-COUNT
                       MOVE LO-ACCOUNT-ID
                           TO WLG-ACCOUNT-ID(WS-LEGAL-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: only a case still filed holds the
      *        stay ---
           LOAD-BANKRUPTCIES.
               OPEN INPUT BANKRUPTCY-FILE
               IF WS-BK-FILE-OK
                   PERFORM READ-ONE-BANKRUPTCY
                       UNTIL END-OF-BK-LOAD
                   CLOSE BANKRUPTCY-FILE
               END-IF.

           READ-ONE-BANKRUPTCY.
               READ BANKRUPTCY-FILE INTO BANKRUPTCY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-BK
               NOT AT END
                   IF BK-STAY-ACTIVE
                   AND BK-CUSTOMER-ID NOT = SPACES
                   AND WS-BK-COUNT < WS-BK-MAX
                       ADD 1 TO WS-BK-COUNT
                       MOVE BK-CUSTOMER-ID
                           TO WBK-CUSTOMER-ID(WS-BK-COUNT)
                   END-IF
               END-READ.

      *    A collection its own account can pay claims those funds
      *    and goes no further; only a short one is looked at for
      *    offset.
           CHECK-ONE-COLLECTION.
               MOVE WBL-ACCOUNT-ID(WS-BIDX) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF WS-ACCT-FOUND-IDX > 0
               AND WAC-AVAILABLE(WS-ACCT-FOUND-IDX)
                   >= WBL-AMOUNT(WS-BIDX)
                   SUBTRACT WBL-AMOUNT(WS-BIDX)
                       FROM WAC-AVAILABLE(WS-ACCT-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-SHORT-COUNT
                   PERFORM TRY-OFFSET
               END-IF.

           TRY-OFFSET.
               MOVE WBL-LOAN-ID(WS-BIDX) TO WS-LOOKUP-LOAN-ID
               PERFORM FIND-LOAN
               IF WS-LOAN-FOUND-IDX > 0
                   MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                       TO LOAN-MASTER-RECORD
                   PERFORM FIGURE-DAYS-PAST-DUE
                   IF NOT LN-ACTIVE
                   OR WS-DAYS-PAST-DUE <= WS-OFFSET-DAYS
                       ADD 1 TO WS-NOT-DUE-COUNT
                   ELSE
                       PERFORM CHECK-AUTOMATIC-STAY
                       IF BORROWER-IN-STAY
                           ADD 1 TO WS-STAY-COUNT
                       ELSE
                           PERFORM FIND-SOURCE-ACCOUNT
                           IF WS-SOURCE-IDX = 0
                               ADD 1 TO WS-NO-FUNDS-COUNT
                           ELSE
                               PERFORM GENERATE-OFFSET
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           FIND-SOURCE-ACCOUNT.
               MOVE LN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-FIRST-OWNER
               MOVE WS-FIRST-OWNER TO WS-BORROWER-ID
               MOVE WBL-AMOUNT(WS-BIDX) TO WS-OFFSET-AMOUNT
               MOVE 0 TO WS-SOURCE-IDX
               IF WS-BORROWER-ID NOT = SPACES
                   PERFORM CHECK-ONE-CANDIDATE
                       VARYING WS-CLNK-IDX FROM 1 BY 1
                       UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                       OR WS-SOURCE-IDX > 0
               END-IF.

           FIGURE-DAYS-PAST-DUE.
               MOVE 0 TO WS-DAYS-PAST-DUE
               IF LN-NEXT-DUE-DATE(1:4) IS NUMERIC
                   MOVE LN-NEXT-DUE-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE LN-NEXT-DUE-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE LN-NEXT-DUE-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PARSE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-JULIAN - WS-PARSE-JULIAN
               END-IF.

      *    Every customer on the loan's payment account is a
      *    borrower for the stay - a co-borrower's filing stops
      *    collection as surely as the primary's.
           CHECK-AUTOMATIC-STAY.
               MOVE "N" TO WS-STAY-FOUND
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = LN-ACCOUNT-ID
                       PERFORM VARYING WS-BKIDX FROM 1 BY 1
                           UNTIL WS-BKIDX > WS-BK-COUNT
                           IF WBK-CUSTOMER-ID(WS-BKIDX)
                               = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               MOVE "Y" TO WS-STAY-FOUND
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

      *    The first customer linked to an account is its primary
      *    owner - the same pick LETTER-ENGINE and STATEMENT-GEN
      *    address by.
           FIND-FIRST-OWNER.
               MOVE SPACES TO WS-FIRST-OWNER
               PERFORM VARYING WS-CLNK-IDX2 FROM 1 BY 1
                   UNTIL WS-CLNK-IDX2 > WS-CLNK-COUNT
                   OR WS-FIRST-OWNER NOT = SPACES
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX2) = WS-LOOKUP-ACCOUNT
                       MOVE WCL-CUSTOMER-ID(WS-CLNK-IDX2)
                           TO WS-FIRST-OWNER
                   END-IF
               END-PERFORM.

      *    One of the borrower's other accounts: it must be an open
      *    deposit account the borrower owns first, free of legal
      *    orders, with the whole installment in its own funds.
           CHECK-ONE-CANDIDATE.
               IF WCL-CUSTOMER-ID(WS-CLNK-IDX) = WS-BORROWER-ID
               AND WCL-ACCOUNT-ID(WS-CLNK-IDX) NOT = LN-ACCOUNT-ID
                   MOVE WCL-ACCOUNT-ID(WS-CLNK-IDX)
                       TO WS-CANDIDATE-ACCOUNT
                   PERFORM SCREEN-CANDIDATE
                   IF CANDIDATE-ELIGIBLE
                       COMPUTE WS-OWN-FUNDS =
                           WAC-AVAILABLE(WS-ACCT-FOUND-IDX)
                           - WAC-OD-LIMIT(WS-ACCT-FOUND-IDX)
                       IF WS-OWN-FUNDS >= WS-OFFSET-AMOUNT
                           MOVE WS-ACCT-FOUND-IDX TO WS-SOURCE-IDX
                       END-IF
                   END-IF
               END-IF.

      *    Each test only runs once the one before has passed, so
      *    an account is counted against the first reason it fails.
           SCREEN-CANDIDATE.
               MOVE "N" TO WS-CANDIDATE-OK
               MOVE WS-CANDIDATE-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF WS-ACCT-FOUND-IDX > 0
                   IF WAC-STATUS(WS-ACCT-FOUND-IDX) = "D"
                       ADD 1 TO WS-ESTATE-SKIP-COUNT
                   ELSE
                   IF WAC-STATUS(WS-ACCT-FOUND-IDX) = "A"
                   AND WAC-TYPE(WS-ACCT-FOUND-IDX) NOT = "INTERNAL"
                   AND WAC-TYPE(WS-ACCT-FOUND-IDX) NOT = "CD"
                       PERFORM CHECK-CANDIDATE-ORDERS
                       IF WS-CANDIDATE-OK = "L"
                           ADD 1 TO WS-LEGAL-SKIP-COUNT
                       ELSE
                           PERFORM FIND-FIRST-OWNER
                           IF WS-FIRST-OWNER NOT = WS-BORROWER-ID
                               ADD 1 TO WS-JOINT-SKIP-COUNT
                           ELSE
                               MOVE "Y" TO WS-CANDIDATE-OK
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF.

           CHECK-CANDIDATE-ORDERS.
               PERFORM VARYING WS-LGIDX FROM 1 BY 1
                   UNTIL WS-LGIDX > WS-LEGAL-COUNT
                   IF WLG-ACCOUNT-ID(WS-LGIDX) = WS-CANDIDATE-ACCOUNT
                       MOVE "L" TO WS-CANDIDATE-OK
                   END-IF
               END-PERFORM.

      *    The offset debit rides the feed like any collection; the
      *    funds it claims come off the source account so a second
      *    short loan cannot spend them again.
           GENERATE-OFFSET.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE WAC-ID(WS-SOURCE-IDX) TO TR-ACCOUNT-ID
               MOVE "LNP"                TO TR-TXN-TYPE
               MOVE WS-OFFSET-AMOUNT     TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE SPACES               TO TR-DESCRIPTION
               STRING "LOAN OFFSET " DELIMITED SIZE
                   LN-LOAN-ID DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE SPACES               TO TR-ERROR-CODE
               MOVE TRANSACTION-RECORD   TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               SUBTRACT WS-OFFSET-AMOUNT
                   FROM WAC-AVAILABLE(WS-SOURCE-IDX)
               ADD 1 TO WS-OFFSET-COUNT
               ADD WS-OFFSET-AMOUNT TO WS-TOTAL-OFFSET
               PERFORM WRITE-REGISTER-ROW
               PERFORM RECORD-OFFSET-HISTORY
               PERFORM QUEUE-OFFSET-NOTICE.

           WRITE-REGISTER-ROW.
               IF WS-REG-OPEN NOT = "Y"
                   OPEN EXTEND REGISTER-FILE
                   IF NOT WS-REG-STATUS = "00"
                       OPEN OUTPUT REGISTER-FILE
                   END-IF
                   MOVE "Y" TO WS-REG-OPEN
               END-IF
               INITIALIZE LOAN-OFFSET-RECORD
               MOVE WS-TODAY              TO OF-DATE
               MOVE LN-LOAN-ID            TO OF-LOAN-ID
               MOVE WS-BORROWER-ID        TO OF-CUSTOMER-ID
               MOVE LN-ACCOUNT-ID         TO OF-LOAN-ACCOUNT
               MOVE WAC-ID(WS-SOURCE-IDX) TO OF-OFFSET-ACCOUNT
               MOVE WS-OFFSET-AMOUNT      TO OF-AMOUNT
               MOVE WS-DAYS-PAST-DUE      TO OF-DAYS-PAST-DUE
               MOVE LOAN-OFFSET-RECORD TO REGISTER-IO
               WRITE REGISTER-IO.

           RECORD-OFFSET-HISTORY.
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE LN-LOAN-ID           TO LH-LOAN-ID
               SET LH-OFFSET             TO TRUE
               MOVE WS-OFFSET-AMOUNT     TO LH-AMOUNT
               MOVE LN-PRINCIPAL         TO LH-PRINCIPAL-AFTER
               STRING "OFFSET " DELIMITED SIZE
                   WAC-ID(WS-SOURCE-IDX) DELIMITED SIZE
                   INTO LH-DESCRIPTION
               IF WS-HIST-OPEN NOT = "Y"
                   OPEN EXTEND HISTORY-FILE
                   IF NOT WS-HIST-STATUS = "00"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   MOVE "Y" TO WS-HIST-OPEN
               END-IF
               MOVE WS-TODAY       TO LH-DATE
               MOVE "LOAN-OFFSET"  TO LH-SOURCE
               MOVE LOAN-HISTORY-RECORD TO HISTORY-IO
               WRITE HISTORY-IO.

      *    Addressed through the account debited, so the letter
      *    names the money the bank took.
           QUEUE-OFFSET-NOTICE.
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY              TO NOTICE-OUT-RECORD(1:10)
               MOVE "LNOFFSET"            TO NOTICE-OUT-RECORD(12:8)
               MOVE WAC-ID(WS-SOURCE-IDX) TO NOTICE-OUT-RECORD(21:10)
               MOVE WS-OFFSET-AMOUNT      TO NOTICE-OUT-RECORD(32:11)
               STRING "OFFSET FOR LOAN " DELIMITED SIZE
                   LN-LOAN-ID DELIMITED SIZE
                   INTO NOTICE-OUT-RECORD(44:30)
               WRITE NOTICE-OUT-RECORD.

           FIND-LOAN.
               MOVE 0 TO WS-LOAN-FOUND-IDX
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   IF WLN-RECORD(WS-LIDX)(1:10) = WS-LOOKUP-LOAN-ID
                       SET WS-LOAN-FOUND-IDX TO WS-LIDX
                   END-IF
               END-PERFORM.

           FIND-ACCOUNT.
               MOVE 0 TO WS-ACCT-FOUND-IDX
               PERFORM VARYING WS-AIDX FROM 1 BY 1
                   UNTIL WS-AIDX > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND-IDX > 0
                   IF WAC-ID(WS-AIDX) = WS-LOOKUP-ACCOUNT
                       SET WS-ACCT-FOUND-IDX TO WS-AIDX
                   END-IF
               END-PERFORM.

           DISPLAY-RESULTS.
               MOVE WS-TOTAL-OFFSET TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Loan Right of Offset"
               DISPLAY "=============================================="
               DISPLAY "  Collections Billed : " WS-BILL-COUNT
               DISPLAY "  Short Collections  : " WS-SHORT-COUNT
               DISPLAY "  Offsets Generated  : " WS-OFFSET-COUNT
               DISPLAY "  Total Offset       : " WS-DISP-AMOUNT
               DISPLAY "  Under Threshold    : " WS-NOT-DUE-COUNT
               DISPLAY "  Bankruptcy Stay    : " WS-STAY-COUNT
               DISPLAY "  No Account w/Funds : " WS-NO-FUNDS-COUNT
               DISPLAY "  Accts: Legal Order : " WS-LEGAL-SKIP-COUNT
               DISPLAY "  Accts: Estate Hold : " WS-ESTATE-SKIP-COUNT
               DISPLAY "  Accts: Not Primary : " WS-JOINT-SKIP-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/output/LOAN-OFFSET-REGISTER.dat"
               DISPLAY "  → data/output/NOTICE-REQUESTS.dat"
               DISPLAY "==============================================".
