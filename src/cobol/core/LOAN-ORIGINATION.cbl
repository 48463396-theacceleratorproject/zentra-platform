      *================================================================
      * PROGRAM:    LOAN-ORIGINATION.cbl
      * DESCRIPTION: Books approved loans onto the loan book. Each
      *              row on the optional LOAN-BOOKINGS.dat feed (see
      *              LOAN-BOOKING-RECORD.cpy) is checked before it
      *              books - the borrower must be a live customer on
      *              CUSTOMER-MASTER.dat, tied to the disbursement
      *              account on CUSTOMER-ACCOUNT-LINKS.dat, and the
      *              account must be open on ACCOUNTS-MASTER.dat -
      *              then:
      *                - the next loan ID ("LN" + 8 digits, one past
      *                  the highest on file) is assigned and the
      *                  new row appended to LOAN-MASTER.dat, an
      *                  installment note carrying its level payment
      *                  solved with the same annuity formula
      *                  LOAN-BILLING uses, a revolving line booking
      *                  undrawn with the committed amount as its
      *                  LN-CREDIT-LIMIT;
      *                - an installment note's proceeds credit the
      *                  borrower's deposit account as an LND on
      *                  DAILY-TRANSACTIONS.dat - the append-to-the-
      *                  feed route LOC-DRAW-PROC takes for a line
      *                  draw - so the money validates, posts,
      *                  ledgers and books through the chart's LND
      *                  row (loans receivable debit, deposit credit)
      *                  like any other movement;
      *                - any origination fee debits the same account
      *                  as a FEE row right behind the proceeds, the
      *                  way ATM-SETTLE-PROC stamps its network fees;
      *                - the request echoes to LOAN-BOOKING-
      *                  RESULTS.dat with its loan ID and outcome,
      *                  and LOAN-BOOKING-REPORT.dat lists the day's
      *                  new notes and rejects so lending ops can
      *                  prove them against the signed paperwork;
      *                - the booking opens the loan's history on
      *                  LOAN-HISTORY.dat.
      *              Runs at the head of the loan steps, ahead of
      *              LOAN-BILLING.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-ORIGINATION.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: no bookings is the usual day.
               SELECT BOOKINGS-FILE
                   ASSIGN TO "data/input/LOAN-BOOKINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOOK-STATUS.

               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Per-loan history - cumulative, appended by every
      *        program that changes a loan.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT ACCOUNT-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LINK-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/LOAN-BOOKING-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/LOAN-BOOKING-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD BOOKINGS-FILE.
           01 BOOKING-IO            PIC X(100).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD ACCOUNT-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD LINKS-FILE.
           01 LINK-IO               PIC X(100).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(116).

           FD RESULTS-FILE.
           01 RESULT-IO             PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-BOOK-STATUS        PIC XX.
               88 WS-BOOK-FILE-OK       VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK       VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-LINK-STATUS        PIC XX.
               88 WS-LINK-FILE-OK       VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
           01 WS-RESULT-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-BOOK           PIC X VALUE "N".
               88 END-OF-BOOKINGS      VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCOUNTS      VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUSTOMERS     VALUE "Y".
           01 WS-EOF-LINK           PIC X VALUE "N".
               88 END-OF-LINKS         VALUE "Y".

           COPY "LOAN-BOOKING-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".

      *    --- Loan table, rewritten in full with the new notes on
      *        the end ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOANS-CHANGED      PIC X VALUE "N".
           01 WS-HIGH-LOAN-SEQ      PIC 9(8) VALUE 0.
           01 WS-NEXT-LOAN-ID.
               05 FILLER               PIC X(02) VALUE "LN".
               05 WS-NEXT-LOAN-SEQ     PIC 9(08).

      *    --- Account table (ID and status only) ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WAC-ACCOUNT-ID   PIC X(10).
                   10 WAC-STATUS       PIC X(01).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-ACCT-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- Customer table (ID and merged-away flag only) ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-STATUS       PIC X(01).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CUST-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- Customer-account links ---
           01 WS-LNK-MAX            PIC 9(4) VALUE 9999.
           01 WS-LNK-TABLE.
               05 WS-LNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-LNK-IDX.
                   10 WLK-CUSTOMER-ID  PIC X(10).
                   10 WLK-ACCOUNT-ID   PIC X(10).
           01 WS-LNK-COUNT          PIC 9(4) VALUE 0.
           01 WS-LNK-FOUND-IDX      PIC 9(4) VALUE 0.

      *    --- Annuity solve (same names LOAN-BILLING uses) ---
           01 WS-PERIOD-RATE        PIC 9(3)V9(8).
           01 WS-GROWTH-FACTOR      PIC 9(3)V9(8).
           01 WS-DISCOUNT-FACTOR    PIC 9(3)V9(8).
           01 WS-PERIOD-COUNTER     PIC 999.
           01 WS-SOLVED-PAYMENT     PIC 9(7)V99.

      *    --- First-due-date check ---
           01 WS-DUE-MONTH          PIC 99.
           01 WS-DUE-DAY            PIC 99.

      *    --- Booked/rejected rows held for the report ---
           01 WS-RPT-MAX            PIC 999 VALUE 500.
           01 WS-RPT-TABLE.
               05 WS-RPT-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-RPT-IDX.
                   10 WRP-BOOKING      PIC X(100).
                   10 WRP-PAYMENT      PIC 9(7)V99.
           01 WS-RPT-COUNT          PIC 999 VALUE 0.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Counters / report work ---
           01 WS-REQ-COUNT          PIC 999 VALUE 0.
           01 WS-BOOKED-COUNT       PIC 999 VALUE 0.
           01 WS-REJECTED-COUNT     PIC 999 VALUE 0.
           01 WS-TOTAL-BOOKED       PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-DISBURSED    PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-FEES         PIC 9(9)V99 VALUE 0.
           01 WS-FEED-OPEN          PIC X VALUE "N".
           01 WS-OUT-LINE           PIC X(110).
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-PAYMENT        PIC Z,ZZZ,ZZ9.99.
           01 WS-RPT-FEE            PIC ZZZ,ZZ9.99.
           01 WS-RPT-RATE           PIC ZZ9.999999.
           01 WS-RPT-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               OPEN INPUT BOOKINGS-FILE
               IF NOT WS-BOOK-FILE-OK
                   DISPLAY "  No LOAN-BOOKINGS.dat to process"
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM LOAD-LOANS
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-LINKS
               OPEN OUTPUT RESULTS-FILE
               IF WS-RESULT-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot open "
                       "LOAN-BOOKING-RESULTS.dat"
                   DISPLAY "FILE STATUS: " WS-RESULT-STATUS
                   STOP RUN
               END-IF
               PERFORM PROCESS-ONE-BOOKING
                   UNTIL END-OF-BOOKINGS
               CLOSE BOOKINGS-FILE
               CLOSE RESULTS-FILE
               IF WS-FEED-OPEN = "Y"
                   CLOSE DAILY-TXN-FILE
               END-IF
               IF WS-HIST-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-LOANS-CHANGED = "Y"
                   PERFORM REWRITE-LOANS
               END-IF
               PERFORM WRITE-BOOKING-REPORT
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

      *    --- Optional file: the first booking starts the book ---
           LOAD-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM LOAD-LOAN-LOOP
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               END-IF.

      *    The highest "LN" + 8-digit ID on file seeds the next
      *    one; hand-keyed IDs in any other shape are left alone.
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
                   IF LOAN-MASTER-IO(1:2) = "LN"
                   AND LOAN-MASTER-IO(3:8) IS NUMERIC
                   AND LOAN-MASTER-IO(3:8) > WS-HIGH-LOAN-SEQ
                       MOVE LOAN-MASTER-IO(3:8) TO WS-HIGH-LOAN-SEQ
                   END-IF
               END-READ.

           LOAD-ACCOUNTS.
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCT-FILE-OK
                   PERFORM LOAD-ONE-ACCOUNT
                       UNTIL END-OF-ACCOUNTS
                   CLOSE ACCOUNT-FILE
               END-IF.

           LOAD-ONE-ACCOUNT.
               READ ACCOUNT-FILE INTO ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                       MOVE ACCOUNT-IO TO ACCOUNT-RECORD
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AR-ACCOUNT-ID
                           TO WAC-ACCOUNT-ID(WS-ACCT-COUNT)
                       MOVE AR-STATUS TO WAC-STATUS(WS-ACCT-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM LOAD-ONE-CUSTOMER
                       UNTIL END-OF-CUSTOMERS
                   CLOSE CUSTOMER-FILE
               END-IF.

           LOAD-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   IF WS-CUST-COUNT < WS-CUST-MAX
                       MOVE CUSTOMER-IO TO CUSTOMER-RECORD
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-ID
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CU-STATUS TO WCU-STATUS(WS-CUST-COUNT)
                   END-IF
               END-READ.

           LOAD-LINKS.
               OPEN INPUT LINKS-FILE
               IF WS-LINK-FILE-OK
                   PERFORM LOAD-ONE-LINK
                       UNTIL END-OF-LINKS
                   CLOSE LINKS-FILE
               END-IF.

           LOAD-ONE-LINK.
               READ LINKS-FILE INTO LINK-IO
               AT END
                   MOVE "Y" TO WS-EOF-LINK
               NOT AT END
                   IF WS-LNK-COUNT < WS-LNK-MAX
                       MOVE LINK-IO TO CUSTOMER-LINK-RECORD
                       ADD 1 TO WS-LNK-COUNT
                       MOVE CAL-CUSTOMER-ID
                           TO WLK-CUSTOMER-ID(WS-LNK-COUNT)
                       MOVE CAL-ACCOUNT-ID
                           TO WLK-ACCOUNT-ID(WS-LNK-COUNT)
                   END-IF
               END-READ.

           PROCESS-ONE-BOOKING.
               READ BOOKINGS-FILE INTO BOOKING-IO
               AT END
                   MOVE "Y" TO WS-EOF-BOOK
               NOT AT END
                   MOVE BOOKING-IO TO LOAN-BOOKING-RECORD
                   ADD 1 TO WS-REQ-COUNT
                   MOVE 0 TO WS-SOLVED-PAYMENT
                   PERFORM VALIDATE-BOOKING
                   IF LB-REJECTED
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       PERFORM BOOK-ONE-LOAN
                   END-IF
                   MOVE LOAN-BOOKING-RECORD TO RESULT-IO
                   WRITE RESULT-IO
                   IF WS-RPT-COUNT < WS-RPT-MAX
                       ADD 1 TO WS-RPT-COUNT
                       MOVE LOAN-BOOKING-RECORD
                           TO WRP-BOOKING(WS-RPT-COUNT)
                       MOVE WS-SOLVED-PAYMENT
                           TO WRP-PAYMENT(WS-RPT-COUNT)
                   END-IF
               END-READ.

      *    Terms first, then the first due date, then the borrower
      *    and account - the first failure names the reject.
           VALIDATE-BOOKING.
               MOVE SPACES TO LB-LOAN-ID
               SET LB-PENDING TO TRUE
               MOVE SPACES TO LB-ERROR-CODE
               EVALUATE TRUE
                   WHEN LB-PRINCIPAL NOT NUMERIC
                   OR LB-PRINCIPAL = 0
                   OR LB-ANNUAL-RATE NOT NUMERIC
                   OR LB-TERM-MONTHS NOT NUMERIC
                   OR LB-ORIG-FEE NOT NUMERIC
                   OR NOT (LB-INSTALLMENT OR LB-REVOLVING)
                   OR NOT LB-PURPOSE-VALID
                       SET LB-ERR-BAD-TERMS TO TRUE
                   WHEN LB-INSTALLMENT AND LB-TERM-MONTHS = 0
                       SET LB-ERR-BAD-TERMS TO TRUE
                   WHEN LB-INSTALLMENT
                   AND LB-ORIG-FEE >= LB-PRINCIPAL
                       SET LB-ERR-BAD-TERMS TO TRUE
                   WHEN OTHER
                       PERFORM CHECK-FIRST-DUE-DATE
               END-EVALUATE
               IF LB-ERROR-CODE = SPACES
                   PERFORM CHECK-BORROWER
               END-IF
               IF LB-ERROR-CODE NOT = SPACES
                   SET LB-REJECTED TO TRUE
               END-IF.

           CHECK-FIRST-DUE-DATE.
               IF LB-FIRST-DUE-DATE(1:4) NOT NUMERIC
               OR LB-FIRST-DUE-DATE(5:1) NOT = "-"
               OR LB-FIRST-DUE-DATE(6:2) NOT NUMERIC
               OR LB-FIRST-DUE-DATE(8:1) NOT = "-"
               OR LB-FIRST-DUE-DATE(9:2) NOT NUMERIC
                   SET LB-ERR-BAD-DUE-DATE TO TRUE
               ELSE
                   MOVE LB-FIRST-DUE-DATE(6:2) TO WS-DUE-MONTH
                   MOVE LB-FIRST-DUE-DATE(9:2) TO WS-DUE-DAY
                   IF WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
                   OR WS-DUE-DAY < 1 OR WS-DUE-DAY > 31
                   OR LB-FIRST-DUE-DATE <= WS-TODAY
                       SET LB-ERR-BAD-DUE-DATE TO TRUE
                   END-IF
               END-IF.

           CHECK-BORROWER.
               MOVE 0 TO WS-CUST-FOUND-IDX
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-CUSTOMER-ID(WS-CUST-IDX) = LB-CUSTOMER-ID
                   AND WCU-STATUS(WS-CUST-IDX) NOT = "M"
                       MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-ACCT-FOUND-IDX
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WAC-ACCOUNT-ID(WS-ACCT-IDX) = LB-ACCOUNT-ID
                       MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-LNK-FOUND-IDX
               PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
                   IF WLK-CUSTOMER-ID(WS-LNK-IDX) = LB-CUSTOMER-ID
                   AND WLK-ACCOUNT-ID(WS-LNK-IDX) = LB-ACCOUNT-ID
                       MOVE WS-LNK-IDX TO WS-LNK-FOUND-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CUST-FOUND-IDX = 0
                       SET LB-ERR-NO-CUSTOMER TO TRUE
                   WHEN WS-ACCT-FOUND-IDX = 0
                       SET LB-ERR-NO-ACCOUNT TO TRUE
                   WHEN WAC-STATUS(WS-ACCT-FOUND-IDX) NOT = "A"
                       SET LB-ERR-ACCT-NOT-OPEN TO TRUE
                   WHEN WS-LNK-FOUND-IDX = 0
                       SET LB-ERR-NOT-LINKED TO TRUE
               END-EVALUATE.

           BOOK-ONE-LOAN.
               IF WS-LOAN-COUNT NOT < WS-LOAN-MAX
                   SET LB-REJECTED TO TRUE
                   SET LB-ERR-FILE-FULL TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HIGH-LOAN-SEQ
               MOVE WS-HIGH-LOAN-SEQ TO WS-NEXT-LOAN-SEQ
               MOVE WS-NEXT-LOAN-ID TO LB-LOAN-ID
               MOVE SPACES TO LOAN-MASTER-RECORD
               MOVE LB-LOAN-ID        TO LN-LOAN-ID
               MOVE LB-ACCOUNT-ID     TO LN-ACCOUNT-ID
               MOVE LB-ANNUAL-RATE    TO LN-ANNUAL-RATE
               MOVE LB-TERM-MONTHS    TO LN-TERM-MONTHS
               MOVE LB-FIRST-DUE-DATE TO LN-NEXT-DUE-DATE
               MOVE 0                 TO LN-MISSED-COUNT
               SET LN-ACTIVE TO TRUE
               MOVE 0                 TO LN-ACCRUED-INT
               MOVE LB-PURPOSE-CODE   TO LN-PURPOSE-CODE
               MOVE 0                 TO LN-FEE-BALANCE
               MOVE 0                 TO LN-LATE-CHARGED
               IF LB-REVOLVING
                   MOVE "R"           TO LN-LOAN-KIND
                   MOVE 0             TO LN-PRINCIPAL
                   MOVE LB-PRINCIPAL  TO LN-CREDIT-LIMIT
                   MOVE 0             TO LN-PAYMENT
               ELSE
                   MOVE "I"           TO LN-LOAN-KIND
                   MOVE LB-PRINCIPAL  TO LN-PRINCIPAL
                   MOVE 0             TO LN-CREDIT-LIMIT
                   PERFORM SOLVE-AMORTIZED-PAYMENT
                   MOVE WS-SOLVED-PAYMENT TO LN-PAYMENT
               END-IF
               ADD 1 TO WS-LOAN-COUNT
               MOVE LOAN-MASTER-RECORD TO WLN-RECORD(WS-LOAN-COUNT)
               MOVE "Y" TO WS-LOANS-CHANGED
               IF NOT LB-REVOLVING
                   PERFORM GENERATE-PROCEEDS-CREDIT
               END-IF
               IF LB-ORIG-FEE > 0
                   PERFORM GENERATE-ORIGINATION-FEE
               END-IF
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE LN-LOAN-ID   TO LH-LOAN-ID
               SET LH-BOOKED TO TRUE
               MOVE LB-PRINCIPAL TO LH-AMOUNT
               MOVE LN-PRINCIPAL TO LH-PRINCIPAL-AFTER
               IF LB-ORIG-FEE IS NUMERIC
                   MOVE LB-ORIG-FEE TO LH-FEE-AMT
               END-IF
               IF LB-REVOLVING
                   MOVE "LINE OPENED"  TO LH-DESCRIPTION
               ELSE
                   MOVE "NOTE BOOKED"  TO LH-DESCRIPTION
               END-IF
               PERFORM WRITE-LOAN-HISTORY
               SET LB-BOOKED TO TRUE
               MOVE SPACES TO LB-ERROR-CODE
               ADD 1 TO WS-BOOKED-COUNT
               ADD LB-PRINCIPAL TO WS-TOTAL-BOOKED.

      *    PMT = P * r / (1 - (1 + r)^-n), the growth factor built
      *    with an iterative multiply exactly as LOAN-BILLING's
      *    SOLVE-AMORTIZED-PAYMENT does; a zero-rate note simply
      *    divides the principal over the term.
           SOLVE-AMORTIZED-PAYMENT.
               IF LN-ANNUAL-RATE = 0
                   COMPUTE WS-SOLVED-PAYMENT ROUNDED =
                       LN-PRINCIPAL / LN-TERM-MONTHS
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PERIOD-RATE = LN-ANNUAL-RATE / 12
               MOVE 1 TO WS-GROWTH-FACTOR
               PERFORM BUILD-GROWTH-FACTOR
                   VARYING WS-PERIOD-COUNTER FROM 1 BY 1
                   UNTIL WS-PERIOD-COUNTER > LN-TERM-MONTHS
               COMPUTE WS-DISCOUNT-FACTOR =
                   1 - (1 / WS-GROWTH-FACTOR)
               COMPUTE WS-SOLVED-PAYMENT ROUNDED =
                   LN-PRINCIPAL * WS-PERIOD-RATE
                   / WS-DISCOUNT-FACTOR.

           BUILD-GROWTH-FACTOR.
               COMPUTE WS-GROWTH-FACTOR =
                   WS-GROWTH-FACTOR * (1 + WS-PERIOD-RATE).

      *    --- Same append-or-create treatment LOC-DRAW-PROC gives
      *        the daily feed ---
           OPEN-DAILY-TXN-FILE.
               IF WS-FEED-OPEN NOT = "Y"
                   OPEN EXTEND DAILY-TXN-FILE
                   IF NOT WS-TXN-STATUS = "00"
                       OPEN OUTPUT DAILY-TXN-FILE
                   END-IF
                   MOVE "Y" TO WS-FEED-OPEN
               END-IF.

      *    The loan ID rides after "LOAN PROCEEDS " so the ledger
      *    line names the note the money came from.
           GENERATE-PROCEEDS-CREDIT.
               PERFORM OPEN-DAILY-TXN-FILE
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY           TO TR-DATE
               MOVE LB-ACCOUNT-ID      TO TR-ACCOUNT-ID
               MOVE "LND"              TO TR-TXN-TYPE
               MOVE LB-PRINCIPAL       TO TR-AMOUNT
               MOVE SPACES             TO TR-TARGET-ACCOUNT
               MOVE SPACES             TO TR-DESCRIPTION
               STRING "LOAN PROCEEDS " DELIMITED SIZE
                   LB-LOAN-ID DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "PND"              TO TR-STATUS
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               ADD LB-PRINCIPAL TO WS-TOTAL-DISBURSED.

           GENERATE-ORIGINATION-FEE.
               PERFORM OPEN-DAILY-TXN-FILE
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY           TO TR-DATE
               MOVE LB-ACCOUNT-ID      TO TR-ACCOUNT-ID
               MOVE "FEE"              TO TR-TXN-TYPE
               MOVE LB-ORIG-FEE        TO TR-AMOUNT
               MOVE SPACES             TO TR-TARGET-ACCOUNT
               MOVE SPACES             TO TR-DESCRIPTION
               STRING "LOAN ORIG FEE " DELIMITED SIZE
                   LB-LOAN-ID DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "PND"              TO TR-STATUS
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               ADD LB-ORIG-FEE TO WS-TOTAL-FEES.

      *    The caller fills in the loan, event and amounts; the
      *    date and source are stamped here.
           WRITE-LOAN-HISTORY.
               IF WS-HIST-OPEN NOT = "Y"
                   OPEN EXTEND HISTORY-FILE
                   IF NOT WS-HIST-STATUS = "00"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   MOVE "Y" TO WS-HIST-OPEN
               END-IF
               MOVE WS-TODAY       TO LH-DATE
               MOVE "LOAN-ORIGINATION" TO LH-SOURCE
               MOVE LOAN-HISTORY-RECORD TO HISTORY-IO
               WRITE HISTORY-IO.

           REWRITE-LOANS.
               OPEN OUTPUT LOAN-MASTER-FILE
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   MOVE WLN-RECORD(WS-LIDX) TO LOAN-MASTER-IO
                   WRITE LOAN-MASTER-IO
               END-PERFORM
               CLOSE LOAN-MASTER-FILE.

      *    --- The day's booking proof: every new note with its
      *        solved terms, then the rejects with their codes ---
           WRITE-BOOKING-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "LOAN-BOOKING-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - NEW LOAN BOOKINGS  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOAN       CUSTOMER   ACCOUNT    K P "
                   & "     PRINCIPAL       RATE TRM      PAYMENT "
                   & "FIRST DUE         FEE OFFCR" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-BOOKED-LINE
                   VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-BOOKED TO WS-RPT-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NOTES BOOKED: " DELIMITED SIZE
                   WS-BOOKED-COUNT DELIMITED SIZE
                   "   COMMITTED: " DELIMITED SIZE
                   WS-RPT-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-DISBURSED TO WS-RPT-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PROCEEDS DISBURSED:       " DELIMITED SIZE
                   WS-RPT-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-FEES TO WS-RPT-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ORIGINATION FEES:         " DELIMITED SIZE
                   WS-RPT-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-REJECTED-COUNT > 0
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "  REJECTED BOOKINGS" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "  CUSTOMER   ACCOUNT         PRINCIPAL "
                       & "ERR OFFCR" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE ALL "-" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM WRITE-ONE-REJECT-LINE
                       VARYING WS-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RPT-IDX > WS-RPT-COUNT
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE.

           WRITE-ONE-BOOKED-LINE.
               MOVE WRP-BOOKING(WS-RPT-IDX) TO LOAN-BOOKING-RECORD
               IF LB-BOOKED
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE LB-LOAN-ID        TO WS-OUT-LINE(3:10)
                   MOVE LB-CUSTOMER-ID    TO WS-OUT-LINE(14:10)
                   MOVE LB-ACCOUNT-ID     TO WS-OUT-LINE(25:10)
                   MOVE LB-LOAN-KIND      TO WS-OUT-LINE(36:1)
                   MOVE LB-PURPOSE-CODE   TO WS-OUT-LINE(38:1)
                   MOVE LB-PRINCIPAL      TO WS-RPT-AMOUNT
                   MOVE WS-RPT-AMOUNT     TO WS-OUT-LINE(40:14)
                   MOVE LB-ANNUAL-RATE    TO WS-RPT-RATE
                   MOVE WS-RPT-RATE       TO WS-OUT-LINE(55:10)
                   MOVE LB-TERM-MONTHS    TO WS-OUT-LINE(66:3)
                   MOVE WRP-PAYMENT(WS-RPT-IDX) TO WS-RPT-PAYMENT
                   MOVE WS-RPT-PAYMENT    TO WS-OUT-LINE(70:12)
                   MOVE LB-FIRST-DUE-DATE TO WS-OUT-LINE(83:10)
                   MOVE LB-ORIG-FEE       TO WS-RPT-FEE
                   MOVE WS-RPT-FEE        TO WS-OUT-LINE(94:10)
                   MOVE LB-OFFICER-ID     TO WS-OUT-LINE(105:6)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           WRITE-ONE-REJECT-LINE.
               MOVE WRP-BOOKING(WS-RPT-IDX) TO LOAN-BOOKING-RECORD
               IF LB-REJECTED
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE LB-CUSTOMER-ID    TO WS-OUT-LINE(3:10)
                   MOVE LB-ACCOUNT-ID     TO WS-OUT-LINE(14:10)
                   IF LB-PRINCIPAL IS NUMERIC
                       MOVE LB-PRINCIPAL  TO WS-RPT-AMOUNT
                       MOVE WS-RPT-AMOUNT TO WS-OUT-LINE(25:14)
                   END-IF
                   MOVE LB-ERROR-CODE     TO WS-OUT-LINE(40:3)
                   MOVE LB-OFFICER-ID     TO WS-OUT-LINE(44:6)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           DISPLAY-RESULTS.
               MOVE WS-TOTAL-BOOKED TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Loan Origination"
               DISPLAY "=============================================="
               DISPLAY "  Bookings Read      : " WS-REQ-COUNT
               DISPLAY "  Notes Booked       : " WS-BOOKED-COUNT
               DISPLAY "  Bookings Rejected  : " WS-REJECTED-COUNT
               DISPLAY "  Total Committed    : " WS-DISP-AMOUNT
               MOVE WS-TOTAL-FEES TO WS-DISP-AMOUNT
               DISPLAY "  Origination Fees   : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/LOAN-MASTER.dat"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/output/LOAN-BOOKING-RESULTS.dat"
               DISPLAY "  → data/output/LOAN-BOOKING-REPORT.dat"
               DISPLAY "==============================================".
