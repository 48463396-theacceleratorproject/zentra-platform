      *================================================================
      * PROGRAM:    OFFICER-PORTFOLIO.cbl
      * DESCRIPTION: Monthly account officer portfolio report - who
      *              answers for which money, and what it earned. On
      *              the last business day of the month (the
      *              LOAN-ALLOWANCE test) every deposit account and
      *              loan rolls up to its officer through
      *              OFFICER-ASSIGNMENTS.dat:
      *                - deposit accounts and balances still open,
      *                  accounts opened this month (AR-OPEN-DATE) and
      *                  closed this month (status C, the close
      *                  stamped as the last activity date by
      *                  ACCOUNT-MAINT); INTERNAL accounts are left
      *                  out;
      *                - loans and outstanding principal (paid-off and
      *                  charged-off notes are off the book), and the
      *                  delinquent ones - an item still open on
      *                  LOAN-COLLECTIONS' COLLECTIONS-QUEUE.dat;
      *                - profitability: each deposit account's
      *                  contribution from PROFITABILITY-ACCOUNTS.dat,
      *                  the figure PROFITABILITY ranks relationships
      *                  by (loan income already sits on the loan's
      *                  linked deposit account there).
      *              Officers come from OPERATORS.dat; an officer
      *              still holding relationships after leaving the
      *              staff file shows as NOT ON STAFF FILE, and
      *              relationships with no officer total on an
      *              UNASSIGNED line. Every unassigned open account or
      *              loan at or above WS-UNASSIGNED-THRESHOLD is listed
      *              as an exception beneath the officer lines, so a
      *              large depositor cannot sit without an owner.
      *              Writes OFFICER-PORTFOLIO-REPORT.dat. Runs after
      *              PROFITABILITY in the nightly chain and does
      *              nothing on other nights.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OFFICER-PORTFOLIO.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPERATOR-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Optional: with no assignments every relationship is
      *        unassigned.
               SELECT ASSIGN-FILE
                   ASSIGN TO "data/input/OFFICER-ASSIGNMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASSIGN-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        Optional: a bank with no loan book.
               SELECT LOAN-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional: nothing has gone to collections yet.
               SELECT QUEUE-FILE
                   ASSIGN TO "data/output/COLLECTIONS-QUEUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-STATUS.

      *        Optional: PROFITABILITY disabled or not yet run.
               SELECT PROFIT-FILE
                   ASSIGN TO "data/output/PROFITABILITY-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROFIT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/OFFICER-PORTFOLIO-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OPERATOR-FILE.
           01 OPERATOR-IO           PIC X(100).

           FD ASSIGN-FILE.
           01 ASSIGN-IO             PIC X(100).

           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD LOAN-FILE.
           01 LOAN-IO               PIC X(100).

           FD QUEUE-FILE.
           01 QUEUE-IO              PIC X(100).

           FD PROFIT-FILE.
           01 PROFIT-IO             PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-ASSIGN-STATUS      PIC XX.
               88 WS-ASSIGN-FILE-OK    VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK      VALUE "00".
           01 WS-QUEUE-STATUS       PIC XX.
               88 WS-QUEUE-FILE-OK     VALUE "00".
           01 WS-PROFIT-STATUS      PIC XX.
               88 WS-PROFIT-FILE-OK    VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPERATORS     VALUE "Y".
           01 WS-EOF-ASSIGN         PIC X VALUE "N".
               88 END-OF-ASSIGNMENTS   VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCOUNTS      VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-QUEUE          PIC X VALUE "N".
               88 END-OF-QUEUE         VALUE "Y".
           01 WS-EOF-PROFIT         PIC X VALUE "N".
               88 END-OF-PROFIT        VALUE "Y".

           COPY "OPERATOR-RECORD.cpy".
           COPY "OFFICER-ASSIGN-RECORD.cpy".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "COLLECTION-ITEM-RECORD.cpy".
           COPY "ACCOUNT-PROFIT-RECORD.cpy".

      *    An unassigned open relationship this large goes on the
      *    exception list.
           01 WS-UNASSIGNED-THRESHOLD PIC 9(9)V99 VALUE 100000.00.

      *    --- One line per officer; the last slot added in
      *        LOAD-OFFICERS collects everything unassigned ---
           01 WS-OFF-MAX            PIC 9(3) VALUE 500.
           01 WS-OFF-TABLE.
               05 WS-OFF-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-OFF-IDX.
                   10 WOF-OFFICER-ID   PIC X(06).
                   10 WOF-NAME         PIC X(25).
                   10 WOF-DEP-COUNT    PIC 9(5).
                   10 WOF-DEP-BALANCE  PIC S9(13)V99.
                   10 WOF-NEW-COUNT    PIC 9(5).
                   10 WOF-CLOSED-COUNT PIC 9(5).
                   10 WOF-LOAN-COUNT   PIC 9(5).
                   10 WOF-LOAN-BALANCE PIC 9(13)V99.
                   10 WOF-DLQ-COUNT    PIC 9(5).
                   10 WOF-DLQ-BALANCE  PIC 9(13)V99.
                   10 WOF-PROFIT       PIC S9(13)V99.
           01 WS-OFF-COUNT          PIC 9(3) VALUE 0.
           01 WS-UNASSIGNED-SLOT    PIC 9(3) VALUE 0.
           01 WS-OFF-FOUND          PIC 9(3) VALUE 0.
           01 WS-FIND-OFFICER-ID    PIC X(06).

      *    --- Assignments, keyed kind + ID ---
           01 WS-ASG-MAX            PIC 9(4) VALUE 9999.
           01 WS-ASG-TABLE.
               05 WS-ASG-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-ASG-IDX.
                   10 WAS-KEY          PIC X(11).
                   10 WAS-OFF-SLOT     PIC 9(3).
           01 WS-ASG-COUNT          PIC 9(4) VALUE 0.
           01 WS-FIND-KEY           PIC X(11).

      *    --- Loans with an open collections item ---
           01 WS-DLQ-MAX            PIC 9(4) VALUE 2000.
           01 WS-DLQ-TABLE.
               05 WS-DLQ-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-DLQ-IDX.
                   10 WDQ-LOAN-ID      PIC X(10).
           01 WS-DLQ-COUNT          PIC 9(4) VALUE 0.
           01 WS-LOAN-DELINQUENT    PIC X VALUE "N".
               88 LOAN-IS-DELINQUENT   VALUE "Y".

      *    --- Unassigned relationships over the threshold ---
           01 WS-UNA-MAX            PIC 9(4) VALUE 1000.
           01 WS-UNA-TABLE.
               05 WS-UNA-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-UNA-IDX.
                   10 WUN-KIND         PIC X(01).
                   10 WUN-ENTITY-ID    PIC X(10).
                   10 WUN-DESCRIPTION  PIC X(25).
                   10 WUN-BALANCE      PIC S9(11)V99.
           01 WS-UNA-COUNT          PIC 9(4) VALUE 0.
           01 WS-UNA-BALANCE        PIC S9(11)V99.

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-MONTH        PIC X(07).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-MONTH-END          PIC X VALUE "N".
               88 MONTH-END-TONIGHT    VALUE "Y".

      *    --- Totals ---
           01 WS-TOT-DEP-COUNT      PIC 9(7) VALUE 0.
           01 WS-TOT-DEP-BALANCE    PIC S9(13)V99 VALUE 0.
           01 WS-TOT-NEW-COUNT      PIC 9(7) VALUE 0.
           01 WS-TOT-CLOSED-COUNT   PIC 9(7) VALUE 0.
           01 WS-TOT-LOAN-COUNT     PIC 9(7) VALUE 0.
           01 WS-TOT-LOAN-BALANCE   PIC 9(13)V99 VALUE 0.
           01 WS-TOT-DLQ-COUNT      PIC 9(7) VALUE 0.
           01 WS-TOT-DLQ-BALANCE    PIC 9(13)V99 VALUE 0.
           01 WS-TOT-PROFIT         PIC S9(13)V99 VALUE 0.
           01 WS-OFFICERS-LISTED    PIC 9(3) VALUE 0.

      *    --- Report fields ---
           01 WS-OUT-LINE           PIC X(132).
           01 WS-DISP-COUNT         PIC ZZ,ZZ9.
           01 WS-DISP-SMALL         PIC ZZZ9.
           01 WS-DISP-AMOUNT        PIC $$,$$$,$$$,$$9.99-.
           01 WS-DISP-THRESHOLD     PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-MONTH-END
               IF NOT MONTH-END-TONIGHT
                   DISPLAY "  Not month-end - officer portfolios not "
                       "reported"
                   STOP RUN
               END-IF
               PERFORM LOAD-OFFICERS
               PERFORM LOAD-ASSIGNMENTS
               PERFORM LOAD-DELINQUENT-LOANS
               PERFORM TALLY-DEPOSITS
               PERFORM TALLY-LOANS
               PERFORM TALLY-PROFITABILITY
               PERFORM WRITE-PORTFOLIO-REPORT
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
               MOVE WS-TODAY(1:7) TO WS-TODAY-MONTH
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    Last business day of the month - same test LOAN-ALLOWANCE
      *    makes, so the report lands once a month.
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

      *================================================================
      *    Officers, assignments and the collections queue.
      *================================================================
           LOAD-OFFICERS.
               OPEN INPUT OPERATOR-FILE
               IF WS-OPER-FILE-OK
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPERATORS
                   CLOSE OPERATOR-FILE
               END-IF
               MOVE "*NONE*" TO WS-FIND-OFFICER-ID
               PERFORM ADD-OFFICER-SLOT
               MOVE "UNASSIGNED" TO WOF-NAME(WS-OFF-FOUND)
               MOVE WS-OFF-FOUND TO WS-UNASSIGNED-SLOT.

           READ-ONE-OPERATOR.
               READ OPERATOR-FILE INTO OPERATOR-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   MOVE OPERATOR-IO TO OPERATOR-RECORD
                   IF OP-OPERATOR-ID NOT = SPACES
                   AND WS-OFF-COUNT < WS-OFF-MAX - 1
                       MOVE OP-OPERATOR-ID TO WS-FIND-OFFICER-ID
                       PERFORM ADD-OFFICER-SLOT
                       MOVE OP-NAME TO WOF-NAME(WS-OFF-FOUND)
                   END-IF
               END-READ.

           ADD-OFFICER-SLOT.
               ADD 1 TO WS-OFF-COUNT
               MOVE WS-OFF-COUNT TO WS-OFF-FOUND
               MOVE WS-FIND-OFFICER-ID
                   TO WOF-OFFICER-ID(WS-OFF-FOUND)
               MOVE "NOT ON STAFF FILE" TO WOF-NAME(WS-OFF-FOUND)
               MOVE 0 TO WOF-DEP-COUNT(WS-OFF-FOUND)
               MOVE 0 TO WOF-DEP-BALANCE(WS-OFF-FOUND)
               MOVE 0 TO WOF-NEW-COUNT(WS-OFF-FOUND)
               MOVE 0 TO WOF-CLOSED-COUNT(WS-OFF-FOUND)
               MOVE 0 TO WOF-LOAN-COUNT(WS-OFF-FOUND)
               MOVE 0 TO WOF-LOAN-BALANCE(WS-OFF-FOUND)
               MOVE 0 TO WOF-DLQ-COUNT(WS-OFF-FOUND)
               MOVE 0 TO WOF-DLQ-BALANCE(WS-OFF-FOUND)
               MOVE 0 TO WOF-PROFIT(WS-OFF-FOUND).

      *    An officer no longer on the staff file still gets a line
      *    while anything is assigned to them; past the table's
      *    room their relationships count as unassigned.
           FIND-OFFICER-SLOT.
               MOVE 0 TO WS-OFF-FOUND
               PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                   UNTIL WS-OFF-IDX > WS-OFF-COUNT
                   IF WOF-OFFICER-ID(WS-OFF-IDX) = WS-FIND-OFFICER-ID
                       SET WS-OFF-FOUND TO WS-OFF-IDX
                   END-IF
               END-PERFORM
               IF WS-OFF-FOUND = 0
                   IF WS-OFF-COUNT < WS-OFF-MAX
                       PERFORM ADD-OFFICER-SLOT
                   ELSE
                       MOVE WS-UNASSIGNED-SLOT TO WS-OFF-FOUND
                   END-IF
               END-IF.

           LOAD-ASSIGNMENTS.
               OPEN INPUT ASSIGN-FILE
               IF WS-ASSIGN-FILE-OK
                   PERFORM READ-ONE-ASSIGNMENT
                       UNTIL END-OF-ASSIGNMENTS
                   CLOSE ASSIGN-FILE
               END-IF.

           READ-ONE-ASSIGNMENT.
               READ ASSIGN-FILE INTO ASSIGN-IO
               AT END
                   MOVE "Y" TO WS-EOF-ASSIGN
               NOT AT END
                   MOVE ASSIGN-IO TO OFFICER-ASSIGN-RECORD
                   IF OFA-ENTITY-ID NOT = SPACES
                   AND OFA-OFFICER-ID NOT = SPACES
                   AND WS-ASG-COUNT < WS-ASG-MAX
                       MOVE OFA-OFFICER-ID TO WS-FIND-OFFICER-ID
                       PERFORM FIND-OFFICER-SLOT
                       ADD 1 TO WS-ASG-COUNT
                       MOVE ASSIGN-IO(1:11) TO WAS-KEY(WS-ASG-COUNT)
                       MOVE WS-OFF-FOUND TO WAS-OFF-SLOT(WS-ASG-COUNT)
                   END-IF
               END-READ.

      *    Leaves WS-OFF-FOUND on the officer holding WS-FIND-KEY,
      *    or on the unassigned slot.
           FIND-ASSIGNED-OFFICER.
               MOVE WS-UNASSIGNED-SLOT TO WS-OFF-FOUND
               PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
                   IF WAS-KEY(WS-ASG-IDX) = WS-FIND-KEY
                       MOVE WAS-OFF-SLOT(WS-ASG-IDX) TO WS-OFF-FOUND
                   END-IF
               END-PERFORM.

      *    Closed items are the queue's work history - only an item
      *    still being worked makes the loan delinquent.
           LOAD-DELINQUENT-LOANS.
               OPEN INPUT QUEUE-FILE
               IF WS-QUEUE-FILE-OK
                   PERFORM READ-ONE-QUEUE-ITEM
                       UNTIL END-OF-QUEUE
                   CLOSE QUEUE-FILE
               END-IF.

           READ-ONE-QUEUE-ITEM.
               READ QUEUE-FILE INTO QUEUE-IO
               AT END
                   MOVE "Y" TO WS-EOF-QUEUE
               NOT AT END
                   MOVE QUEUE-IO TO COLLECTION-ITEM-RECORD
                   IF CLI-LOAN-ID NOT = SPACES
                   AND NOT CLI-CLOSED
                   AND WS-DLQ-COUNT < WS-DLQ-MAX
                       ADD 1 TO WS-DLQ-COUNT
                       MOVE CLI-LOAN-ID TO WDQ-LOAN-ID(WS-DLQ-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    Roll the masters up by officer.
      *================================================================
           TALLY-DEPOSITS.
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNTS-MASTER.dat"
                   DISPLAY "FILE STATUS: " WS-ACCT-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-ONE-ACCOUNT
                   UNTIL END-OF-ACCOUNTS
               CLOSE ACCOUNTS-FILE.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   MOVE ACCOUNT-IO TO ACCOUNT-RECORD
                   IF AR-ACCOUNT-ID NOT = SPACES
                   AND NOT AR-INTERNAL
                   AND AR-BALANCE IS NUMERIC
                       PERFORM TALLY-ONE-ACCOUNT
                   END-IF
               END-READ.

           TALLY-ONE-ACCOUNT.
               MOVE "D" TO WS-FIND-KEY(1:1)
               MOVE AR-ACCOUNT-ID TO WS-FIND-KEY(2:10)
               PERFORM FIND-ASSIGNED-OFFICER
               IF AR-CLOSED
                   IF AR-LAST-TXN-DATE(1:7) = WS-TODAY-MONTH
                       ADD 1 TO WOF-CLOSED-COUNT(WS-OFF-FOUND)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WOF-DEP-COUNT(WS-OFF-FOUND)
               ADD AR-BALANCE TO WOF-DEP-BALANCE(WS-OFF-FOUND)
               IF AR-OPEN-DATE(1:7) = WS-TODAY-MONTH
                   ADD 1 TO WOF-NEW-COUNT(WS-OFF-FOUND)
               END-IF
               IF WS-OFF-FOUND = WS-UNASSIGNED-SLOT
               AND AR-BALANCE NOT < WS-UNASSIGNED-THRESHOLD
                   MOVE AR-BALANCE TO WS-UNA-BALANCE
                   PERFORM ADD-UNASSIGNED-EXCEPTION
                   MOVE "D" TO WUN-KIND(WS-UNA-COUNT)
                   MOVE AR-ACCOUNT-ID TO WUN-ENTITY-ID(WS-UNA-COUNT)
                   MOVE AR-ACCOUNT-NAME
                       TO WUN-DESCRIPTION(WS-UNA-COUNT)
               END-IF.

      *    Past the table's room the exception still counts - the
      *    last entry is simply overwritten and the total shows how
      *    many were found.
           ADD-UNASSIGNED-EXCEPTION.
               IF WS-UNA-COUNT < WS-UNA-MAX
                   ADD 1 TO WS-UNA-COUNT
               END-IF
               MOVE WS-UNA-BALANCE TO WUN-BALANCE(WS-UNA-COUNT).

           TALLY-LOANS.
               OPEN INPUT LOAN-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM READ-ONE-LOAN
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-FILE
               END-IF.

           READ-ONE-LOAN.
               READ LOAN-FILE INTO LOAN-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   MOVE LOAN-IO TO LOAN-MASTER-RECORD
                   IF LN-LOAN-ID NOT = SPACES
                   AND NOT LN-PAID-OFF
                   AND NOT LN-CHARGED-OFF
                   AND LN-PRINCIPAL IS NUMERIC
                       PERFORM TALLY-ONE-LOAN
                   END-IF
               END-READ.

           TALLY-ONE-LOAN.
               MOVE "L" TO WS-FIND-KEY(1:1)
               MOVE LN-LOAN-ID TO WS-FIND-KEY(2:10)
               PERFORM FIND-ASSIGNED-OFFICER
               ADD 1 TO WOF-LOAN-COUNT(WS-OFF-FOUND)
               ADD LN-PRINCIPAL TO WOF-LOAN-BALANCE(WS-OFF-FOUND)
               MOVE "N" TO WS-LOAN-DELINQUENT
               PERFORM VARYING WS-DLQ-IDX FROM 1 BY 1
                   UNTIL WS-DLQ-IDX > WS-DLQ-COUNT
                   IF WDQ-LOAN-ID(WS-DLQ-IDX) = LN-LOAN-ID
                       MOVE "Y" TO WS-LOAN-DELINQUENT
                   END-IF
               END-PERFORM
               IF LOAN-IS-DELINQUENT
                   ADD 1 TO WOF-DLQ-COUNT(WS-OFF-FOUND)
                   ADD LN-PRINCIPAL TO WOF-DLQ-BALANCE(WS-OFF-FOUND)
               END-IF
               IF WS-OFF-FOUND = WS-UNASSIGNED-SLOT
               AND LN-PRINCIPAL NOT < WS-UNASSIGNED-THRESHOLD
                   MOVE LN-PRINCIPAL TO WS-UNA-BALANCE
                   PERFORM ADD-UNASSIGNED-EXCEPTION
                   MOVE "L" TO WUN-KIND(WS-UNA-COUNT)
                   MOVE LN-LOAN-ID TO WUN-ENTITY-ID(WS-UNA-COUNT)
                   MOVE SPACES TO WUN-DESCRIPTION(WS-UNA-COUNT)
                   STRING "LOAN ON " DELIMITED SIZE
                       LN-ACCOUNT-ID DELIMITED SIZE
                       INTO WUN-DESCRIPTION(WS-UNA-COUNT)
               END-IF.

           TALLY-PROFITABILITY.
               OPEN INPUT PROFIT-FILE
               IF WS-PROFIT-FILE-OK
                   PERFORM READ-ONE-PROFIT-ROW
                       UNTIL END-OF-PROFIT
                   CLOSE PROFIT-FILE
               END-IF.

           READ-ONE-PROFIT-ROW.
               READ PROFIT-FILE INTO PROFIT-IO
               AT END
                   MOVE "Y" TO WS-EOF-PROFIT
               NOT AT END
                   MOVE PROFIT-IO TO ACCOUNT-PROFIT-RECORD
                   IF APF-ACCOUNT-ID NOT = SPACES
                   AND APF-CONTRIBUTION IS NUMERIC
                       MOVE "D" TO WS-FIND-KEY(1:1)
                       MOVE APF-ACCOUNT-ID TO WS-FIND-KEY(2:10)
                       PERFORM FIND-ASSIGNED-OFFICER
                       ADD APF-CONTRIBUTION
                           TO WOF-PROFIT(WS-OFF-FOUND)
                   END-IF
               END-READ.

      *================================================================
      *    Report.
      *================================================================
           WRITE-PORTFOLIO-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "OFFICER-PORTFOLIO-REPORT.dat"
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - ACCOUNT OFFICER PORTFOLIOS - "
                   DELIMITED SIZE
                   WS-TODAY-MONTH DELIMITED SIZE
                   "  (AS OF " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "OFFICR" TO WS-OUT-LINE(1:6)
               MOVE "NAME" TO WS-OUT-LINE(8:4)
               MOVE "DEPS" TO WS-OUT-LINE(31:4)
               MOVE "DEPOSIT BALANCE" TO WS-OUT-LINE(39:15)
               MOVE " NEW" TO WS-OUT-LINE(55:4)
               MOVE "CLSD" TO WS-OUT-LINE(60:4)
               MOVE "LOANS" TO WS-OUT-LINE(66:5)
               MOVE "LOAN BALANCE" TO WS-OUT-LINE(78:12)
               MOVE " DLQ" TO WS-OUT-LINE(91:4)
               MOVE "DELINQUENT BAL" TO WS-OUT-LINE(100:14)
               MOVE "PROFITABILITY" TO WS-OUT-LINE(120:13)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                   UNTIL WS-OFF-IDX > WS-OFF-COUNT
                   IF WS-OFF-IDX NOT = WS-UNASSIGNED-SLOT
                       PERFORM WRITE-OFFICER-LINE
                   END-IF
               END-PERFORM
               SET WS-OFF-IDX TO WS-UNASSIGNED-SLOT
               PERFORM WRITE-OFFICER-LINE
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-TOTAL-LINE
               PERFORM WRITE-UNASSIGNED-EXCEPTIONS
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE.

      *    A staff member with nothing assigned and nothing closed
      *    this month is not an account officer - no line. The
      *    unassigned line always prints.
           WRITE-OFFICER-LINE.
               IF WS-OFF-IDX NOT = WS-UNASSIGNED-SLOT
               AND WOF-DEP-COUNT(WS-OFF-IDX) = 0
               AND WOF-CLOSED-COUNT(WS-OFF-IDX) = 0
               AND WOF-LOAN-COUNT(WS-OFF-IDX) = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-OFF-IDX NOT = WS-UNASSIGNED-SLOT
                   ADD 1 TO WS-OFFICERS-LISTED
               END-IF
               ADD WOF-DEP-COUNT(WS-OFF-IDX) TO WS-TOT-DEP-COUNT
               ADD WOF-DEP-BALANCE(WS-OFF-IDX) TO WS-TOT-DEP-BALANCE
               ADD WOF-NEW-COUNT(WS-OFF-IDX) TO WS-TOT-NEW-COUNT
               ADD WOF-CLOSED-COUNT(WS-OFF-IDX) TO WS-TOT-CLOSED-COUNT
               ADD WOF-LOAN-COUNT(WS-OFF-IDX) TO WS-TOT-LOAN-COUNT
               ADD WOF-LOAN-BALANCE(WS-OFF-IDX)
                   TO WS-TOT-LOAN-BALANCE
               ADD WOF-DLQ-COUNT(WS-OFF-IDX) TO WS-TOT-DLQ-COUNT
               ADD WOF-DLQ-BALANCE(WS-OFF-IDX) TO WS-TOT-DLQ-BALANCE
               ADD WOF-PROFIT(WS-OFF-IDX) TO WS-TOT-PROFIT
               MOVE SPACES TO WS-OUT-LINE
               IF WS-OFF-IDX NOT = WS-UNASSIGNED-SLOT
                   MOVE WOF-OFFICER-ID(WS-OFF-IDX)
                       TO WS-OUT-LINE(1:6)
               END-IF
               MOVE WOF-NAME(WS-OFF-IDX)(1:20) TO WS-OUT-LINE(8:20)
               MOVE WOF-DEP-COUNT(WS-OFF-IDX) TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(29:6)
               MOVE WOF-DEP-BALANCE(WS-OFF-IDX) TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(36:18)
               MOVE WOF-NEW-COUNT(WS-OFF-IDX) TO WS-DISP-SMALL
               MOVE WS-DISP-SMALL TO WS-OUT-LINE(55:4)
               MOVE WOF-CLOSED-COUNT(WS-OFF-IDX) TO WS-DISP-SMALL
               MOVE WS-DISP-SMALL TO WS-OUT-LINE(60:4)
               MOVE WOF-LOAN-COUNT(WS-OFF-IDX) TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(65:6)
               MOVE WOF-LOAN-BALANCE(WS-OFF-IDX) TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(72:18)
               MOVE WOF-DLQ-COUNT(WS-OFF-IDX) TO WS-DISP-SMALL
               MOVE WS-DISP-SMALL TO WS-OUT-LINE(91:4)
               MOVE WOF-DLQ-BALANCE(WS-OFF-IDX) TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(96:18)
               MOVE WOF-PROFIT(WS-OFF-IDX) TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(115:18)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-TOTAL-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE "BANK TOTAL" TO WS-OUT-LINE(8:10)
               MOVE WS-TOT-DEP-COUNT TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(29:6)
               MOVE WS-TOT-DEP-BALANCE TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(36:18)
               MOVE WS-TOT-NEW-COUNT TO WS-DISP-SMALL
               MOVE WS-DISP-SMALL TO WS-OUT-LINE(55:4)
               MOVE WS-TOT-CLOSED-COUNT TO WS-DISP-SMALL
               MOVE WS-DISP-SMALL TO WS-OUT-LINE(60:4)
               MOVE WS-TOT-LOAN-COUNT TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-OUT-LINE(65:6)
               MOVE WS-TOT-LOAN-BALANCE TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(72:18)
               MOVE WS-TOT-DLQ-COUNT TO WS-DISP-SMALL
               MOVE WS-DISP-SMALL TO WS-OUT-LINE(91:4)
               MOVE WS-TOT-DLQ-BALANCE TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(96:18)
               MOVE WS-TOT-PROFIT TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(115:18)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-UNASSIGNED-EXCEPTIONS.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-UNASSIGNED-THRESHOLD TO WS-DISP-THRESHOLD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  EXCEPTIONS - UNASSIGNED RELATIONSHIPS AT OR "
                   DELIMITED SIZE
                   "ABOVE" DELIMITED SIZE
                   WS-DISP-THRESHOLD DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-UNA-COUNT = 0
                   MOVE "  NONE" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               MOVE "K" TO WS-OUT-LINE(3:1)
               MOVE "ID" TO WS-OUT-LINE(5:2)
               MOVE "ACCOUNT NAME / LOAN" TO WS-OUT-LINE(16:19)
               MOVE "BALANCE" TO WS-OUT-LINE(53:7)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-UNA-IDX FROM 1 BY 1
                   UNTIL WS-UNA-IDX > WS-UNA-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WUN-KIND(WS-UNA-IDX) TO WS-OUT-LINE(3:1)
                   MOVE WUN-ENTITY-ID(WS-UNA-IDX) TO WS-OUT-LINE(5:10)
                   MOVE WUN-DESCRIPTION(WS-UNA-IDX)
                       TO WS-OUT-LINE(16:25)
                   MOVE WUN-BALANCE(WS-UNA-IDX) TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(42:18)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-PERFORM.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Officer Portfolios"
               DISPLAY "=============================================="
               DISPLAY "  Report Month      : " WS-TODAY-MONTH
               DISPLAY "  Officers Listed   : " WS-OFFICERS-LISTED
               DISPLAY "  Deposit Accounts  : " WS-TOT-DEP-COUNT
               DISPLAY "  Loans             : " WS-TOT-LOAN-COUNT
               DISPLAY "  Unassigned Over   : " WS-UNA-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/OFFICER-PORTFOLIO-REPORT.dat"
               DISPLAY "==============================================".
