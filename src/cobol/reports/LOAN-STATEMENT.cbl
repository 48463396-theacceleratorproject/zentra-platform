      *================================================================
      * PROGRAM:    LOAN-STATEMENT.cbl
      * DESCRIPTION: Monthly borrower statement for the loan book -
      *              STATEMENT-GEN's counterpart for loans. Runs at
      *              month end only (the same next-business-day
      *              test ACCOUNT-ANALYSIS closes the month on) and
      *              prints one statement per open loan (active, or
      *              with a payoff in process) to
      *              LOAN-STATEMENTS.dat:
      *                - balance, rate, any interest a hardship
      *                  deferral set aside (LOAN-MODIFY), and the
      *                  escrow balance of a mortgage's escrow
      *                  account (LOAN-ESCROW.dat);
      *                - the payment due: due date, the regular
      *                  installment (a revolving line's minimum is
      *                  worked exactly as LOAN-BILLING bills it),
      *                  the escrow riding on it, the past-due
      *                  amount (missed installments), unpaid late
      *                  charges, and the total amount due;
      *                - the month's activity, read back from the
      *                  cumulative LOAN-HISTORY.dat every loan
      *                  program appends to: each payment collected
      *                  split into principal, interest, late
      *                  charges and escrow, plus late charges
      *                  assessed;
      *                - year-to-date principal and interest paid.
      *              The mail-to block comes from the CIF via the
      *              loan's linked deposit account, as on deposit
      *              statements.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-STATEMENT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional file: no loan book means no statements.
               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional: a loan with no history yet simply shows no
      *        activity for the month.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT ESCROW-FILE
                   ASSIGN TO "data/input/LOAN-ESCROW.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

      *        CIF and links for the mailing address block -
      *        optional, as in STATEMENT-GEN.
               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT STATEMENT-FILE
                   ASSIGN TO "data/output/LOAN-STATEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD ESCROW-FILE.
           01 ESCROW-IO             PIC X(250).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD STATEMENT-FILE.
           01 STMT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-HIST-STATUS        PIC XX.
               88 WS-HIST-FILE-OK       VALUE "00".
           01 WS-ESC-STATUS         PIC XX.
               88 WS-ESC-FILE-OK        VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK       VALUE "00".
           01 WS-STMT-STATUS        PIC XX.
               88 WS-STMT-FILE-OK       VALUE "00".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-HIST           PIC X VALUE "N".
               88 END-OF-HISTORY       VALUE "Y".
           01 WS-EOF-ESC            PIC X VALUE "N".
               88 END-OF-ESCROW        VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           COPY "LOAN-ESCROW-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".

      *    --- Loan table, with the month's and the year's activity
      *        totalled beside each loan as the history is read ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
                   10 WLN-PER-COUNT    PIC 9(3).
                   10 WLN-PER-PAID     PIC 9(9)V99.
                   10 WLN-PER-PRIN     PIC 9(9)V99.
                   10 WLN-PER-INT      PIC 9(9)V99.
                   10 WLN-PER-FEES     PIC 9(7)V99.
                   10 WLN-PER-ESCROW   PIC 9(7)V99.
                   10 WLN-PER-LATE     PIC 9(7)V99.
                   10 WLN-YTD-PRIN     PIC 9(9)V99.
                   10 WLN-YTD-INT      PIC 9(9)V99.
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOAN-FOUND-IDX     PIC 9(4) VALUE 0.

           01 WS-ESC-MAX            PIC 9(4) VALUE 2000.
           01 WS-ESC-TABLE.
               05 WS-ESC-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-EIDX.
                   10 WES-RECORD       PIC X(250).
           01 WS-ESC-COUNT          PIC 9(4) VALUE 0.
           01 WS-ESC-FOUND-IDX      PIC 9(4) VALUE 0.

           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-RECORD       PIC X(200).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-STMT-CUST-IDX      PIC 9(4) VALUE 0.

      *    --- Revolving minimum, the same terms LOAN-BILLING bills
      *        on: accrued interest plus WS-REV-PRIN-PCT of the
      *        drawn balance, never under WS-REV-MIN-PAYMENT, never
      *        past payoff ---
           01 WS-REV-PRIN-PCT       PIC 9V99 VALUE 0.02.
           01 WS-REV-MIN-PAYMENT    PIC 9(5)V99 VALUE 25.00.
           01 WS-REV-PAYOFF         PIC 9(9)V99.

      *    --- Per-statement figures ---
           01 WS-REGULAR-DUE        PIC 9(9)V99.
           01 WS-ESCROW-DUE         PIC 9(7)V99.
           01 WS-PAST-DUE           PIC 9(9)V99.
           01 WS-FEES-DUE           PIC 9(7)V99.
           01 WS-TOTAL-DUE          PIC 9(9)V99.
           01 WS-RATE-PCT           PIC 9(3)V9(4).
           01 WS-KIND-LABEL         PIC X(16).

      *    --- Month-end trigger (same next-business-day test
      *        ACCOUNT-ANALYSIS closes the month on) ---
           01 WS-MONTH-END          PIC X VALUE "N".
               88 STATEMENTS-TONIGHT   VALUE "Y".
           01 WS-DAY-OF-WEEK        PIC 9.
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).

      *    --- Date / counters / display ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-STATEMENTS-WRITTEN PIC 9(4) VALUE 0.
           01 WS-HIST-READ          PIC 9(7) VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-DISP-BALANCE       PIC $$$,$$$,$$9.99-.
           01 WS-DISP-RATE          PIC ZZ9.9999.
           01 WS-DISP-COUNT         PIC ZZ9.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-STATEMENTS-TONIGHT
               IF NOT STATEMENTS-TONIGHT
                   DISPLAY "  Not month end - no loan statements "
                       "tonight"
                   STOP RUN
               END-IF
               PERFORM LOAD-LOANS
               IF WS-LOAN-COUNT = 0
                   DISPLAY "  No LOAN-MASTER.dat to statement"
                   STOP RUN
               END-IF
               PERFORM LOAD-ESCROW
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM TOTAL-LOAN-HISTORY
               OPEN OUTPUT STATEMENT-FILE
               IF NOT WS-STMT-FILE-OK
                   DISPLAY "ERROR: Cannot open LOAN-STATEMENTS.dat"
                   DISPLAY "FILE STATUS: " WS-STMT-STATUS
                   STOP RUN
               END-IF
               PERFORM STATEMENT-ONE-LOAN
                   VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
               CLOSE STATEMENT-FILE
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

      *    The batch never runs on a weekend, so Friday's next
      *    business day is Monday; when that lands in a different
      *    month, tonight closes the month.
           DETERMINE-STATEMENTS-TONIGHT.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               COMPUTE WS-DAY-OF-WEEK = WS-DOW-REM + 1
               IF WS-DAY-OF-WEEK = 5
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 3
               ELSE
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 1
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-JULIAN)
                   TO WS-NEXT-BUS-INT
               IF WS-NEXT-BUS-INT(5:2) NOT = WS-DATE-INT(5:2)
                   MOVE "Y" TO WS-MONTH-END
               END-IF.

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
                   IF WS-LOAN-COUNT < WS-LOAN-MAX
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-MASTER-IO
                           TO WLN-RECORD(WS-LOAN-COUNT)
                       MOVE 0 TO WLN-PER-COUNT(WS-LOAN-COUNT)
                                 WLN-PER-PAID(WS-LOAN-COUNT)
                                 WLN-PER-PRIN(WS-LOAN-COUNT)
                                 WLN-PER-INT(WS-LOAN-COUNT)
                                 WLN-PER-FEES(WS-LOAN-COUNT)
                                 WLN-PER-ESCROW(WS-LOAN-COUNT)
                                 WLN-PER-LATE(WS-LOAN-COUNT)
                                 WLN-YTD-PRIN(WS-LOAN-COUNT)
                                 WLN-YTD-INT(WS-LOAN-COUNT)
                   END-IF
               END-READ.

           LOAD-ESCROW.
               OPEN INPUT ESCROW-FILE
               IF WS-ESC-FILE-OK
                   PERFORM LOAD-ESCROW-LOOP
                       UNTIL END-OF-ESCROW
                   CLOSE ESCROW-FILE
               END-IF.

           LOAD-ESCROW-LOOP.
               READ ESCROW-FILE INTO ESCROW-IO
               AT END
                   MOVE "Y" TO WS-EOF-ESC
               NOT AT END
                   IF WS-ESC-COUNT < WS-ESC-MAX
                       ADD 1 TO WS-ESC-COUNT
                       MOVE ESCROW-IO TO WES-RECORD(WS-ESC-COUNT)
                   END-IF
               END-READ.

      *    --- Optional CIF files: a shop running without them just
      *        prints statements with no address block ---
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
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUSTOMER-IO TO WCU-RECORD(WS-CUST-COUNT)
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

      *    --- One pass over the cumulative history: only this
      *        calendar year's rows count, the statement month's
      *        rows for the period activity ---
           TOTAL-LOAN-HISTORY.
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-FILE-OK
                   PERFORM TOTAL-ONE-HISTORY-ROW
                       UNTIL END-OF-HISTORY
                   CLOSE HISTORY-FILE
               END-IF.

           TOTAL-ONE-HISTORY-ROW.
               READ HISTORY-FILE INTO HISTORY-IO
               AT END
                   MOVE "Y" TO WS-EOF-HIST
               NOT AT END
                   MOVE HISTORY-IO TO LOAN-HISTORY-RECORD
                   ADD 1 TO WS-HIST-READ
                   IF LH-DATE(1:4) = WS-TODAY(1:4)
                       PERFORM FIND-HISTORY-LOAN
                       IF WS-LOAN-FOUND-IDX > 0
                           PERFORM ADD-HISTORY-TO-LOAN
                       END-IF
                   END-IF
               END-READ.

           FIND-HISTORY-LOAN.
               MOVE 0 TO WS-LOAN-FOUND-IDX
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   IF WLN-RECORD(WS-LIDX)(1:10) = LH-LOAN-ID
                       MOVE WS-LIDX TO WS-LOAN-FOUND-IDX
                       MOVE WS-LOAN-COUNT TO WS-LIDX
                   END-IF
               END-PERFORM.

      *    A payment or a payoff both carry their split; a late
      *    charge assessed this month is shown on its own line.
           ADD-HISTORY-TO-LOAN.
               MOVE WS-LOAN-FOUND-IDX TO WS-LIDX
               IF LH-PAYMENT OR LH-PAYOFF
                   ADD LH-PRINCIPAL-AMT TO WLN-YTD-PRIN(WS-LIDX)
                   ADD LH-INTEREST-AMT  TO WLN-YTD-INT(WS-LIDX)
                   IF LH-DATE(1:7) = WS-TODAY(1:7)
                       ADD 1 TO WLN-PER-COUNT(WS-LIDX)
                       ADD LH-AMOUNT        TO WLN-PER-PAID(WS-LIDX)
                       ADD LH-PRINCIPAL-AMT TO WLN-PER-PRIN(WS-LIDX)
                       ADD LH-INTEREST-AMT  TO WLN-PER-INT(WS-LIDX)
                       ADD LH-FEE-AMT       TO WLN-PER-FEES(WS-LIDX)
                       ADD LH-ESCROW-AMT
                           TO WLN-PER-ESCROW(WS-LIDX)
                   END-IF
               END-IF
               IF LH-LATE-CHARGE
               AND LH-DATE(1:7) = WS-TODAY(1:7)
                   ADD LH-FEE-AMT TO WLN-PER-LATE(WS-LIDX)
               END-IF.

      *    Open loans only - a paid-off or charged-off loan has no
      *    payment coming due.
           STATEMENT-ONE-LOAN.
               MOVE WLN-RECORD(WS-LIDX) TO LOAN-MASTER-RECORD
               IF LN-ACTIVE OR LN-PAYOFF-PENDING
                   PERFORM FIGURE-AMOUNT-DUE
                   PERFORM WRITE-ONE-STATEMENT
                   ADD 1 TO WS-STATEMENTS-WRITTEN
               END-IF.

      *    The installment due, the escrow riding on it, every
      *    missed installment still owed, and unpaid late charges.
           FIGURE-AMOUNT-DUE.
               MOVE 0 TO WS-ESCROW-DUE
               MOVE 0 TO WS-FEES-DUE
               IF LN-FEE-BALANCE-X IS NUMERIC
                   MOVE LN-FEE-BALANCE TO WS-FEES-DUE
               END-IF
               IF LN-REVOLVING
                   IF LN-ACCRUED-INT-X NOT NUMERIC
                       MOVE 0 TO LN-ACCRUED-INT
                   END-IF
                   COMPUTE WS-REGULAR-DUE ROUNDED =
                       LN-ACCRUED-INT
                       + (LN-PRINCIPAL * WS-REV-PRIN-PCT)
                   IF WS-REGULAR-DUE < WS-REV-MIN-PAYMENT
                       MOVE WS-REV-MIN-PAYMENT TO WS-REGULAR-DUE
                   END-IF
                   COMPUTE WS-REV-PAYOFF =
                       LN-PRINCIPAL + LN-ACCRUED-INT
                   IF WS-REGULAR-DUE > WS-REV-PAYOFF
                       MOVE WS-REV-PAYOFF TO WS-REGULAR-DUE
                   END-IF
               ELSE
                   MOVE LN-PAYMENT TO WS-REGULAR-DUE
                   PERFORM FIND-LOAN-ESCROW
                   IF WS-ESC-FOUND-IDX > 0
                   AND ES-ACTIVE
                   AND ES-MONTHLY-AMOUNT IS NUMERIC
                       MOVE ES-MONTHLY-AMOUNT TO WS-ESCROW-DUE
                   END-IF
               END-IF
               COMPUTE WS-PAST-DUE =
                   LN-MISSED-COUNT * (WS-REGULAR-DUE + WS-ESCROW-DUE)
               COMPUTE WS-TOTAL-DUE =
                   WS-REGULAR-DUE + WS-ESCROW-DUE
                   + WS-PAST-DUE + WS-FEES-DUE.

           FIND-LOAN-ESCROW.
               MOVE 0 TO WS-ESC-FOUND-IDX
               PERFORM VARYING WS-EIDX FROM 1 BY 1
                   UNTIL WS-EIDX > WS-ESC-COUNT
                   IF WES-RECORD(WS-EIDX)(1:10) = LN-LOAN-ID
                       MOVE WS-EIDX TO WS-ESC-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-ESC-FOUND-IDX > 0
                   MOVE WES-RECORD(WS-ESC-FOUND-IDX)
                       TO LOAN-ESCROW-RECORD
               END-IF.

           WRITE-ONE-STATEMENT.
               MOVE ALL "=" TO STMT-LINE
               WRITE STMT-LINE AFTER ADVANCING PAGE
               MOVE "LOAN STATEMENT - MONTH-END" TO STMT-LINE
               WRITE STMT-LINE
               EVALUATE TRUE
                   WHEN LN-REVOLVING
                       MOVE "LINE OF CREDIT"  TO WS-KIND-LABEL
                   WHEN LN-MORTGAGE
                       MOVE "MORTGAGE"        TO WS-KIND-LABEL
                   WHEN OTHER
                       MOVE "INSTALLMENT LOAN" TO WS-KIND-LABEL
               END-EVALUATE
               MOVE SPACES TO STMT-LINE
               STRING "Loan    : " DELIMITED SIZE
                   LN-LOAN-ID DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-KIND-LABEL DELIMITED SIZE
                   "  Paid From: " DELIMITED SIZE
                   LN-ACCOUNT-ID DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               PERFORM WRITE-STMT-ADDRESS-BLOCK
               MOVE SPACES TO STMT-LINE
               STRING "Statement Date: " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE ALL "-" TO STMT-LINE
               WRITE STMT-LINE
               IF LN-REVOLVING
                   MOVE LN-PRINCIPAL TO WS-DISP-AMOUNT
                   MOVE SPACES TO STMT-LINE
                   STRING "Drawn Balance       : " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       INTO STMT-LINE
                   WRITE STMT-LINE
                   MOVE LN-CREDIT-LIMIT TO WS-DISP-AMOUNT
                   MOVE SPACES TO STMT-LINE
                   STRING "Credit Limit        : " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       INTO STMT-LINE
                   WRITE STMT-LINE
               ELSE
                   MOVE LN-PRINCIPAL TO WS-DISP-AMOUNT
                   MOVE SPACES TO STMT-LINE
                   STRING "Principal Balance   : " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       INTO STMT-LINE
                   WRITE STMT-LINE
                   IF LN-ACCRUED-INT-X IS NUMERIC
                   AND LN-ACCRUED-INT > 0
                       MOVE LN-ACCRUED-INT TO WS-DISP-AMOUNT
                       MOVE SPACES TO STMT-LINE
                       STRING "Deferred Interest   : " DELIMITED SIZE
                           WS-DISP-AMOUNT DELIMITED SIZE
                           "  (due at payoff)" DELIMITED SIZE
                           INTO STMT-LINE
                       WRITE STMT-LINE
                   END-IF
               END-IF
               COMPUTE WS-RATE-PCT = LN-ANNUAL-RATE * 100
               MOVE WS-RATE-PCT TO WS-DISP-RATE
               MOVE SPACES TO STMT-LINE
               STRING "Interest Rate       :       " DELIMITED SIZE
                   WS-DISP-RATE DELIMITED SIZE
                   " %" DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               IF NOT LN-REVOLVING
               AND WS-ESC-FOUND-IDX > 0
               AND ES-ACTIVE
               AND ES-BALANCE IS NUMERIC
                   MOVE ES-BALANCE TO WS-DISP-BALANCE
                   MOVE SPACES TO STMT-LINE
                   STRING "Escrow Balance      : " DELIMITED SIZE
                       WS-DISP-BALANCE DELIMITED SIZE
                       INTO STMT-LINE
                   WRITE STMT-LINE
               END-IF
               PERFORM WRITE-AMOUNT-DUE-LINES
               PERFORM WRITE-ACTIVITY-LINES
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE.

           WRITE-AMOUNT-DUE-LINES.
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
               MOVE "PAYMENT DUE" TO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "  Payment Due Date  :     " DELIMITED SIZE
                   LN-NEXT-DUE-DATE DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-REGULAR-DUE TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               IF LN-REVOLVING
                   STRING "  Minimum Payment   : " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       INTO STMT-LINE
               ELSE
                   STRING "  Principal & Int.  : " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       INTO STMT-LINE
               END-IF
               WRITE STMT-LINE
               IF WS-ESCROW-DUE > 0
                   MOVE WS-ESCROW-DUE TO WS-DISP-AMOUNT
                   MOVE SPACES TO STMT-LINE
                   STRING "  Escrow            : " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       INTO STMT-LINE
                   WRITE STMT-LINE
               END-IF
               MOVE WS-PAST-DUE TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "  Past Due Amount   : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-FEES-DUE TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "  Unpaid Late Fees  : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-TOTAL-DUE TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "  TOTAL AMOUNT DUE  : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               IF LN-PAYOFF-PENDING
                   MOVE "  ** Payoff in process - no further "
                       & "payment due if it clears **"
                       TO STMT-LINE
                   WRITE STMT-LINE
               END-IF.

           WRITE-ACTIVITY-LINES.
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "ACTIVITY THIS PERIOD (" DELIMITED SIZE
                   WS-TODAY(1:7) DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WLN-PER-COUNT(WS-LIDX) TO WS-DISP-COUNT
               MOVE WLN-PER-PAID(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "  Payments Received : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   "  (" DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WLN-PER-PRIN(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "    To Principal    : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WLN-PER-INT(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "    To Interest     : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WLN-PER-FEES(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "    To Late Fees    : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               IF NOT LN-REVOLVING
                   MOVE WLN-PER-ESCROW(WS-LIDX) TO WS-DISP-AMOUNT
                   MOVE SPACES TO STMT-LINE
                   STRING "    To Escrow       : " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       INTO STMT-LINE
                   WRITE STMT-LINE
               END-IF
               MOVE WLN-PER-LATE(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "  Late Fees Charged : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "YEAR TO DATE (" DELIMITED SIZE
                   WS-TODAY(1:4) DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WLN-YTD-PRIN(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "  Principal Paid    : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WLN-YTD-INT(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "  Interest Paid     : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE.

      *    The mailing address block from the CIF, via the first
      *    customer linked to the loan's deposit account - the same
      *    lookup STATEMENT-GEN prints deposit statements with.
           WRITE-STMT-ADDRESS-BLOCK.
               MOVE 0 TO WS-STMT-CUST-IDX
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = LN-ACCOUNT-ID
                   AND WS-STMT-CUST-IDX = 0
                       PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                           UNTIL WS-CUST-IDX > WS-CUST-COUNT
                           IF WCU-RECORD(WS-CUST-IDX)(1:10)
                               = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               MOVE WS-CUST-IDX
                                   TO WS-STMT-CUST-IDX
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-STMT-CUST-IDX > 0
                   MOVE WCU-RECORD(WS-STMT-CUST-IDX)
                       TO CUSTOMER-RECORD
                   MOVE SPACES TO STMT-LINE
                   STRING "Mail To : " DELIMITED SIZE
                       CU-NAME DELIMITED SIZE
                       INTO STMT-LINE
                   WRITE STMT-LINE
                   IF CU-ADDR-LINE-1 NOT = SPACES
                       MOVE SPACES TO STMT-LINE
                       STRING "          " DELIMITED SIZE
                           CU-ADDR-LINE-1 DELIMITED SIZE
                           INTO STMT-LINE
                       WRITE STMT-LINE
                   END-IF
                   IF CU-ADDR-LINE-2 NOT = SPACES
                       MOVE SPACES TO STMT-LINE
                       STRING "          " DELIMITED SIZE
                           CU-ADDR-LINE-2 DELIMITED SIZE
                           INTO STMT-LINE
                       WRITE STMT-LINE
                   END-IF
                   IF CU-CITY-STATE-ZIP NOT = SPACES
                       MOVE SPACES TO STMT-LINE
                       STRING "          " DELIMITED SIZE
                           CU-CITY-STATE-ZIP DELIMITED SIZE
                           INTO STMT-LINE
                       WRITE STMT-LINE
                   END-IF
               END-IF.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Loan Statements"
               DISPLAY "=============================================="
               DISPLAY "  Statement Date      : " WS-TODAY
               DISPLAY "  Loans On Book       : " WS-LOAN-COUNT
               DISPLAY "  History Rows Read   : " WS-HIST-READ
               DISPLAY "  Statements Written  : " WS-STATEMENTS-WRITTEN
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/LOAN-STATEMENTS.dat"
               DISPLAY "==============================================".
