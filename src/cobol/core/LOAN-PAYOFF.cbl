      *================================================================
      * PROGRAM:    LOAN-PAYOFF.cbl
      * DESCRIPTION: Payoff quotes and payoff collections for
      *              installment notes and revolving lines alike.
      *                - Quotes: each row on the optional
      *                  PAYOFF-QUOTE-REQUESTS.dat feed (loan ID,
      *                  good-through date - blank for today - and
      *                  who asked) gets the figure as of that date:
      *                  remaining principal, interest to the date,
      *                  the per-diem, and fees owed (the unpaid
      *                  late charges in LN-FEE-BALANCE). Installment
      *                  interest runs daily (rate / 365) from the
      *                  due date the last collected payment covered
      *                  (one month before LN-NEXT-DUE-DATE), plus
      *                  any interest a hardship deferral set aside
      *                  in LN-ACCRUED-INT (LOAN-MODIFY); a
      *                  revolving line's interest is the unbilled
      *                  LN-ACCRUED-INT plus the per-diem through the
      *                  date, counting today's accrual (three days
      *                  on a Monday, as LOAN-BILLING counts it).
      *                  Every quote appends to the cumulative
      *                  PAYOFF-QUOTE-LOG.dat under a "Q" + 7-digit
      *                  ID and prints on PAYOFF-QUOTE-REPORT.dat
      *                  for the payoff desk to send.
      *                - Payoffs: each row on the optional
      *                  PAYOFF-RECEIPTS.dat feed (see
      *                  PAYOFF-RECEIPT-RECORD.cpy) is checked
      *                  against today's payoff figure; funds short
      *                  of it reject (P03) back to the desk. A
      *                  covered payoff queues the figure as an LNP
      *                  debit - "LOAN PAYOFF " + loan ID - onto
      *                  DAILY-TRANSACTIONS.dat, the route
      *                  LOAN-BILLING's collections take, and parks
      *                  the loan as LN-PAYOFF-PENDING so billing,
      *                  accrual and draws stand aside tonight.
      *                  LOAN-SETTLE applies the collected payoff in
      *                  full - principal, the final interest to
      *                  LOAN-GL-TRANSACTIONS.dat, LN-PAID-OFF - and
      *                  queues the lien-release / paid-in-full
      *                  letter through LETTER-ENGINE. Each queued
      *                  payoff is logged alongside the quotes and on
      *                  the loan's history (LOAN-HISTORY.dat), and
      *                  the receipt echoes to PAYOFF-RESULTS.dat.
      *              Runs after LOAN-ORIGINATION, ahead of
      *              LOAN-BILLING, so a loan paying off today is
      *              never billed its regular installment as well.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-PAYOFF.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feeds: most days bring neither.
               SELECT QUOTE-REQUESTS-FILE
                   ASSIGN TO "data/input/PAYOFF-QUOTE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QREQ-STATUS.

               SELECT RECEIPTS-FILE
                   ASSIGN TO "data/input/PAYOFF-RECEIPTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCPT-STATUS.

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

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

      *        Cumulative quote log - appended, never overwritten,
      *        same treatment AUDIT-TRAIL.dat gets.
               SELECT QUOTE-LOG-FILE
                   ASSIGN TO "data/output/PAYOFF-QUOTE-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QLOG-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/PAYOFF-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/PAYOFF-QUOTE-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD QUOTE-REQUESTS-FILE.
           01 QUOTE-REQUEST-IO      PIC X(60).

           FD RECEIPTS-FILE.
           01 RECEIPT-IO            PIC X(60).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(116).

           FD QUOTE-LOG-FILE.
           01 QUOTE-LOG-IO          PIC X(120).

           FD RESULTS-FILE.
           01 RESULT-IO             PIC X(60).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-QREQ-STATUS        PIC XX.
               88 WS-QREQ-FILE-OK       VALUE "00".
           01 WS-RCPT-STATUS        PIC XX.
               88 WS-RCPT-FILE-OK       VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
           01 WS-QLOG-STATUS        PIC XX.
               88 WS-QLOG-FILE-OK       VALUE "00".
           01 WS-RESULT-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-QREQ           PIC X VALUE "N".
               88 END-OF-QUOTE-REQUESTS VALUE "Y".
           01 WS-EOF-RCPT           PIC X VALUE "N".
               88 END-OF-RECEIPTS      VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-QLOG           PIC X VALUE "N".
               88 END-OF-QUOTE-LOG     VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "PAYOFF-QUOTE-RECORD.cpy".
           COPY "PAYOFF-RECEIPT-RECORD.cpy".

      *    --- Loan table, rewritten in full when a payoff queues ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOAN-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-LOOKUP-LOAN-ID     PIC X(10).
           01 WS-LOANS-CHANGED      PIC X VALUE "N".

      *    --- Quote IDs: "Q" + 7 digits, one past the log's
      *        highest ---
           01 WS-HIGH-QUOTE-NUM     PIC 9(7) VALUE 0.
           01 WS-NEXT-QUOTE-ID.
               05 FILLER               PIC X(01) VALUE "Q".
               05 WS-NEXT-QUOTE-NUM    PIC 9(07).
           01 WS-QLOG-OPEN          PIC X VALUE "N".

      *    --- Payoff figure work ---
           01 WS-GOOD-THRU          PIC X(10).
           01 WS-GOOD-THRU-JULIAN   PIC 9(7).
           01 WS-INTEREST-FROM-JULIAN PIC 9(7).
           01 WS-INTEREST-DAYS      PIC S9(5).
           01 WS-PAYOFF-PRINCIPAL   PIC 9(9)V99.
           01 WS-PAYOFF-INTEREST    PIC 9(9)V99.
           01 WS-PAYOFF-PER-DIEM    PIC 9(5)V99.
           01 WS-PAYOFF-FEES        PIC 9(7)V99.
           01 WS-PAYOFF-TOTAL       PIC 9(9)V99.
           01 WS-PAYOFF-ACCOUNT     PIC X(10).
           01 WS-QUOTE-REJECT       PIC X(20).

      *    --- Previous due date (one calendar month back from
      *        LN-NEXT-DUE-DATE, day clamped the way LOAN-SETTLE
      *        clamps its advance) ---
           01 WS-DUE-YEAR           PIC 9(4).
           01 WS-DUE-MONTH          PIC 99.
           01 WS-DUE-DAY            PIC 99.
           01 WS-DIM-TABLE.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 28.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 30.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 30.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 30.
               05 FILLER PIC 99 VALUE 31.
               05 FILLER PIC 99 VALUE 30.
               05 FILLER PIC 99 VALUE 31.
           01 WS-DIM-TABLE-R REDEFINES WS-DIM-TABLE.
               05 WS-DIM OCCURS 12 TIMES PIC 99.
           01 WS-DAYS-THIS-MONTH    PIC 99.
           01 WS-DIV-QUOTIENT       PIC 9(4).
           01 WS-REM-4              PIC 99.
           01 WS-REM-100            PIC 99.
           01 WS-REM-400            PIC 999.
           01 WS-IS-LEAP            PIC X VALUE "N".
               88 LEAP-YEAR             VALUE "Y".

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-ACCRUAL-DAYS       PIC 9 VALUE 1.
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.

      *    --- Counters / report work ---
           01 WS-QUOTE-REQ-COUNT    PIC 999 VALUE 0.
           01 WS-QUOTED-COUNT       PIC 999 VALUE 0.
           01 WS-RECEIPT-COUNT      PIC 999 VALUE 0.
           01 WS-QUEUED-COUNT       PIC 999 VALUE 0.
           01 WS-RCPT-REJ-COUNT     PIC 999 VALUE 0.
           01 WS-TOTAL-QUEUED       PIC 9(11)V99 VALUE 0.
           01 WS-FEED-OPEN          PIC X VALUE "N".
           01 WS-OUT-LINE           PIC X(110).
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-INTEREST       PIC Z,ZZZ,ZZ9.99.
           01 WS-RPT-PER-DIEM       PIC ZZ,ZZ9.99.
           01 WS-RPT-FEE            PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-ACCRUAL-DAYS
               PERFORM LOAD-LOANS
               PERFORM LOAD-QUOTE-LOG
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PAYOFF-QUOTE-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM PROCESS-QUOTE-REQUESTS
               PERFORM PROCESS-PAYOFF-RECEIPTS
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               IF WS-FEED-OPEN = "Y"
                   CLOSE DAILY-TXN-FILE
               END-IF
               IF WS-QLOG-OPEN = "Y"
                   CLOSE QUOTE-LOG-FILE
               END-IF
               IF WS-HIST-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-LOANS-CHANGED = "Y"
                   PERFORM REWRITE-LOANS
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

      *    Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      *    Monday; a Monday run counts 3 days of revolving accrual
      *    to cover the skipped weekend, same as LOAN-BILLING.
           DETERMINE-ACCRUAL-DAYS.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               IF WS-DOW-REM + 1 = 1
                   MOVE 3 TO WS-ACCRUAL-DAYS
               ELSE
                   MOVE 1 TO WS-ACCRUAL-DAYS
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
                   END-IF
               END-READ.

      *    --- Optional file: absent until the first quote; read
      *        only for the highest quote ID ---
           LOAD-QUOTE-LOG.
               OPEN INPUT QUOTE-LOG-FILE
               IF WS-QLOG-FILE-OK
                   PERFORM READ-ONE-QUOTE-LOG-ROW
                       UNTIL END-OF-QUOTE-LOG
                   CLOSE QUOTE-LOG-FILE
               END-IF.

           READ-ONE-QUOTE-LOG-ROW.
               READ QUOTE-LOG-FILE INTO QUOTE-LOG-IO
               AT END
                   MOVE "Y" TO WS-EOF-QLOG
               NOT AT END
                   IF QUOTE-LOG-IO(2:7) IS NUMERIC
                   AND QUOTE-LOG-IO(2:7) > WS-HIGH-QUOTE-NUM
                       MOVE QUOTE-LOG-IO(2:7) TO WS-HIGH-QUOTE-NUM
                   END-IF
               END-READ.

           FIND-LOAN.
               MOVE 0 TO WS-LOAN-FOUND-IDX
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   IF WLN-RECORD(WS-LIDX)(1:10) = WS-LOOKUP-LOAN-ID
                       MOVE WS-LIDX TO WS-LOAN-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    ==========================================================
      *    Quotes
      *    ==========================================================
           PROCESS-QUOTE-REQUESTS.
               OPEN INPUT QUOTE-REQUESTS-FILE
               IF WS-QREQ-FILE-OK
                   PERFORM QUOTE-ONE-REQUEST
                       UNTIL END-OF-QUOTE-REQUESTS
                   CLOSE QUOTE-REQUESTS-FILE
               ELSE
                   DISPLAY "  No PAYOFF-QUOTE-REQUESTS.dat to "
                       "process"
               END-IF.

      *    Request row: loan(1-10), good-through(11-20, blank for
      *    today), requested by(21-40).
           QUOTE-ONE-REQUEST.
               READ QUOTE-REQUESTS-FILE INTO QUOTE-REQUEST-IO
               AT END
                   MOVE "Y" TO WS-EOF-QREQ
               NOT AT END
                   ADD 1 TO WS-QUOTE-REQ-COUNT
                   MOVE QUOTE-REQUEST-IO(1:10) TO WS-LOOKUP-LOAN-ID
                   MOVE QUOTE-REQUEST-IO(11:10) TO WS-GOOD-THRU
                   IF WS-GOOD-THRU = SPACES
                       MOVE WS-TODAY TO WS-GOOD-THRU
                   END-IF
                   MOVE SPACES TO WS-QUOTE-REJECT
                   PERFORM FIND-LOAN
                   IF WS-LOAN-FOUND-IDX > 0
                       MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                           TO LOAN-MASTER-RECORD
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-LOAN-FOUND-IDX = 0
                           MOVE "LOAN NOT ON FILE" TO WS-QUOTE-REJECT
                       WHEN NOT LN-ACTIVE
                           MOVE "LOAN NOT OPEN" TO WS-QUOTE-REJECT
                       WHEN WS-GOOD-THRU(1:4) NOT NUMERIC
                       OR WS-GOOD-THRU(6:2) NOT NUMERIC
                       OR WS-GOOD-THRU(9:2) NOT NUMERIC
                       OR WS-GOOD-THRU < WS-TODAY
                           MOVE "BAD GOOD-THRU DATE"
                               TO WS-QUOTE-REJECT
                   END-EVALUATE
                   IF WS-QUOTE-REJECT = SPACES
                       PERFORM COMPUTE-PAYOFF-FIGURES
                       PERFORM ASSIGN-NEXT-QUOTE-ID
                       PERFORM BUILD-QUOTE-ROW
                       MOVE QUOTE-REQUEST-IO(21:20)
                           TO PQ-REQUESTED-BY
                       SET PQ-QUOTE TO TRUE
                       PERFORM APPEND-QUOTE-LOG-ROW
                       PERFORM WRITE-QUOTE-LINE
                       ADD 1 TO WS-QUOTED-COUNT
                   ELSE
                       MOVE SPACES TO WS-OUT-LINE
                       MOVE "--------"        TO WS-OUT-LINE(3:8)
                       MOVE WS-LOOKUP-LOAN-ID TO WS-OUT-LINE(12:10)
                       MOVE WS-GOOD-THRU      TO WS-OUT-LINE(23:10)
                       MOVE WS-QUOTE-REJECT   TO WS-OUT-LINE(34:20)
                       MOVE QUOTE-REQUEST-IO(21:13)
                           TO WS-OUT-LINE(98:13)
                       MOVE WS-OUT-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-READ.

      *    The payoff figure through WS-GOOD-THRU for the loan in
      *    LOAN-MASTER-RECORD. The per-diem is a day's interest on
      *    the remaining principal over a plain 365-day year.
           COMPUTE-PAYOFF-FIGURES.
               MOVE WS-GOOD-THRU(1:4) TO WS-PARSE-INT(1:4)
               MOVE WS-GOOD-THRU(6:2) TO WS-PARSE-INT(5:2)
               MOVE WS-GOOD-THRU(9:2) TO WS-PARSE-INT(7:2)
               COMPUTE WS-GOOD-THRU-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
               MOVE LN-PRINCIPAL TO WS-PAYOFF-PRINCIPAL
               COMPUTE WS-PAYOFF-PER-DIEM ROUNDED =
                   LN-PRINCIPAL * LN-ANNUAL-RATE / 365
               IF LN-REVOLVING
                   COMPUTE WS-INTEREST-DAYS =
                       WS-GOOD-THRU-JULIAN - WS-TODAY-JULIAN
                       + WS-ACCRUAL-DAYS
                   MOVE 0 TO WS-PAYOFF-INTEREST
                   IF LN-ACCRUED-INT IS NUMERIC
                       MOVE LN-ACCRUED-INT TO WS-PAYOFF-INTEREST
                   END-IF
                   COMPUTE WS-PAYOFF-INTEREST ROUNDED =
                       WS-PAYOFF-INTEREST
                       + (LN-PRINCIPAL * LN-ANNUAL-RATE
                          * WS-INTEREST-DAYS / 365)
               ELSE
                   PERFORM FIND-PREVIOUS-DUE-DATE
                   COMPUTE WS-INTEREST-DAYS =
                       WS-GOOD-THRU-JULIAN - WS-INTEREST-FROM-JULIAN
                   IF WS-INTEREST-DAYS < 0
                       MOVE 0 TO WS-INTEREST-DAYS
                   END-IF
                   COMPUTE WS-PAYOFF-INTEREST ROUNDED =
                       LN-PRINCIPAL * LN-ANNUAL-RATE
                       * WS-INTEREST-DAYS / 365
      *            plus any interest a hardship deferral set aside
                   IF LN-ACCRUED-INT-X IS NUMERIC
                       ADD LN-ACCRUED-INT TO WS-PAYOFF-INTEREST
                   END-IF
               END-IF
               MOVE 0 TO WS-PAYOFF-FEES
               IF LN-FEE-BALANCE-X IS NUMERIC
                   MOVE LN-FEE-BALANCE TO WS-PAYOFF-FEES
               END-IF
               COMPUTE WS-PAYOFF-TOTAL =
                   WS-PAYOFF-PRINCIPAL + WS-PAYOFF-INTEREST
                   + WS-PAYOFF-FEES.

      *    Interest on an installment note was last paid through
      *    the due date one month before LN-NEXT-DUE-DATE.
           FIND-PREVIOUS-DUE-DATE.
               MOVE LN-NEXT-DUE-DATE(1:4) TO WS-DUE-YEAR
               MOVE LN-NEXT-DUE-DATE(6:2) TO WS-DUE-MONTH
               MOVE LN-NEXT-DUE-DATE(9:2) TO WS-DUE-DAY
               IF WS-DUE-MONTH = 1
                   MOVE 12 TO WS-DUE-MONTH
                   SUBTRACT 1 FROM WS-DUE-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-DUE-MONTH
               END-IF
               PERFORM DETERMINE-LEAP-YEAR
               MOVE WS-DIM(WS-DUE-MONTH) TO WS-DAYS-THIS-MONTH
               IF WS-DUE-MONTH = 2 AND LEAP-YEAR
                   MOVE 29 TO WS-DAYS-THIS-MONTH
               END-IF
               IF WS-DUE-DAY > WS-DAYS-THIS-MONTH
                   MOVE WS-DAYS-THIS-MONTH TO WS-DUE-DAY
               END-IF
               MOVE WS-DUE-YEAR  TO WS-PARSE-INT(1:4)
               MOVE WS-DUE-MONTH TO WS-PARSE-INT(5:2)
               MOVE WS-DUE-DAY   TO WS-PARSE-INT(7:2)
               COMPUTE WS-INTEREST-FROM-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-PARSE-INT).

           DETERMINE-LEAP-YEAR.
               MOVE "N" TO WS-IS-LEAP
               DIVIDE WS-DUE-YEAR BY 4
                   GIVING WS-DIV-QUOTIENT REMAINDER WS-REM-4
               DIVIDE WS-DUE-YEAR BY 100
                   GIVING WS-DIV-QUOTIENT REMAINDER WS-REM-100
               DIVIDE WS-DUE-YEAR BY 400
                   GIVING WS-DIV-QUOTIENT REMAINDER WS-REM-400
               IF (WS-REM-4 = 0 AND WS-REM-100 NOT = 0)
               OR WS-REM-400 = 0
                   MOVE "Y" TO WS-IS-LEAP
               END-IF.

           ASSIGN-NEXT-QUOTE-ID.
               ADD 1 TO WS-HIGH-QUOTE-NUM
               MOVE WS-HIGH-QUOTE-NUM TO WS-NEXT-QUOTE-NUM.

           BUILD-QUOTE-ROW.
               MOVE SPACES TO PAYOFF-QUOTE-RECORD
               MOVE WS-NEXT-QUOTE-ID    TO PQ-QUOTE-ID
               MOVE WS-TODAY            TO PQ-QUOTE-DATE
               MOVE LN-LOAN-ID          TO PQ-LOAN-ID
               MOVE WS-GOOD-THRU        TO PQ-GOOD-THRU
               MOVE WS-PAYOFF-PRINCIPAL TO PQ-PRINCIPAL
               MOVE WS-PAYOFF-INTEREST  TO PQ-INTEREST
               MOVE WS-PAYOFF-PER-DIEM  TO PQ-PER-DIEM
               MOVE WS-PAYOFF-FEES      TO PQ-FEES
               MOVE WS-PAYOFF-TOTAL     TO PQ-TOTAL.

      *    --- Same cumulative EXTEND-or-OUTPUT treatment
      *        AUDIT-TRAIL.dat gets ---
           APPEND-QUOTE-LOG-ROW.
               IF WS-QLOG-OPEN NOT = "Y"
                   OPEN EXTEND QUOTE-LOG-FILE
                   IF NOT WS-QLOG-STATUS = "00"
                       OPEN OUTPUT QUOTE-LOG-FILE
                   END-IF
                   MOVE "Y" TO WS-QLOG-OPEN
               END-IF
               MOVE PAYOFF-QUOTE-RECORD TO QUOTE-LOG-IO
               WRITE QUOTE-LOG-IO.

      *    ==========================================================
      *    Payoff receipts
      *    ==========================================================
           PROCESS-PAYOFF-RECEIPTS.
               OPEN INPUT RECEIPTS-FILE
               IF WS-RCPT-FILE-OK
                   OPEN OUTPUT RESULTS-FILE
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "  PAYOFFS QUEUED FOR COLLECTION TODAY"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE ALL "-" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM APPLY-ONE-RECEIPT
                       UNTIL END-OF-RECEIPTS
                   CLOSE RECEIPTS-FILE
                   CLOSE RESULTS-FILE
               ELSE
                   DISPLAY "  No PAYOFF-RECEIPTS.dat to process"
               END-IF.

           APPLY-ONE-RECEIPT.
               READ RECEIPTS-FILE INTO RECEIPT-IO
               AT END
                   MOVE "Y" TO WS-EOF-RCPT
               NOT AT END
                   MOVE RECEIPT-IO TO PAYOFF-RECEIPT-RECORD
                   ADD 1 TO WS-RECEIPT-COUNT
                   SET PR-PENDING TO TRUE
                   MOVE SPACES TO PR-ERROR-CODE
                   MOVE 0 TO PR-PAYOFF-AMOUNT
                   MOVE PR-LOAN-ID TO WS-LOOKUP-LOAN-ID
                   PERFORM FIND-LOAN
                   IF WS-LOAN-FOUND-IDX > 0
                       MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                           TO LOAN-MASTER-RECORD
                   END-IF
                   EVALUATE TRUE
                       WHEN PR-AMOUNT NOT NUMERIC OR PR-AMOUNT = 0
                           SET PR-ERR-BAD-AMOUNT TO TRUE
                       WHEN WS-LOAN-FOUND-IDX = 0
                           SET PR-ERR-NO-LOAN TO TRUE
                       WHEN NOT LN-ACTIVE
                           SET PR-ERR-NOT-OPEN TO TRUE
                       WHEN OTHER
                           MOVE WS-TODAY TO WS-GOOD-THRU
                           PERFORM COMPUTE-PAYOFF-FIGURES
                           MOVE WS-PAYOFF-TOTAL TO PR-PAYOFF-AMOUNT
                           IF PR-AMOUNT < WS-PAYOFF-TOTAL
                               SET PR-ERR-SHORT TO TRUE
                           ELSE
                               PERFORM QUEUE-PAYOFF-COLLECTION
                           END-IF
                   END-EVALUATE
                   IF PR-ERROR-CODE NOT = SPACES
                       SET PR-REJECTED TO TRUE
                       ADD 1 TO WS-RCPT-REJ-COUNT
                   END-IF
                   MOVE PAYOFF-RECEIPT-RECORD TO RESULT-IO
                   WRITE RESULT-IO
               END-READ.

      *    Only today's figure is collected - anything the funds
      *    carry beyond it stays in the deposit account.
           QUEUE-PAYOFF-COLLECTION.
               IF PR-FUNDING-ACCOUNT = SPACES
                   MOVE LN-ACCOUNT-ID TO WS-PAYOFF-ACCOUNT
               ELSE
                   MOVE PR-FUNDING-ACCOUNT TO WS-PAYOFF-ACCOUNT
               END-IF
               PERFORM OPEN-DAILY-TXN-FILE
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY           TO TR-DATE
               MOVE WS-PAYOFF-ACCOUNT  TO TR-ACCOUNT-ID
               MOVE "LNP"              TO TR-TXN-TYPE
               MOVE WS-PAYOFF-TOTAL    TO TR-AMOUNT
               MOVE SPACES             TO TR-TARGET-ACCOUNT
               MOVE SPACES             TO TR-DESCRIPTION
               STRING "LOAN PAYOFF " DELIMITED SIZE
                   LN-LOAN-ID DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "PND"              TO TR-STATUS
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               SET LN-PAYOFF-PENDING TO TRUE
               MOVE LOAN-MASTER-RECORD
                   TO WLN-RECORD(WS-LOAN-FOUND-IDX)
               MOVE "Y" TO WS-LOANS-CHANGED
               IF PR-QUOTE-ID = SPACES
                   PERFORM ASSIGN-NEXT-QUOTE-ID
               ELSE
                   MOVE PR-QUOTE-ID TO WS-NEXT-QUOTE-ID
               END-IF
               PERFORM BUILD-QUOTE-ROW
               MOVE "PAYOFF RCVD"      TO PQ-REQUESTED-BY
               SET PQ-PAYOFF-QUEUED TO TRUE
               PERFORM APPEND-QUOTE-LOG-ROW
               PERFORM WRITE-QUOTE-LINE
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE LN-LOAN-ID          TO LH-LOAN-ID
               SET LH-PAYOFF-PENDING TO TRUE
               MOVE WS-PAYOFF-TOTAL     TO LH-AMOUNT
               MOVE WS-PAYOFF-PRINCIPAL TO LH-PRINCIPAL-AMT
               MOVE WS-PAYOFF-INTEREST  TO LH-INTEREST-AMT
               MOVE WS-PAYOFF-FEES      TO LH-FEE-AMT
               MOVE LN-PRINCIPAL        TO LH-PRINCIPAL-AFTER
               MOVE "PAYOFF RECEIVED"   TO LH-DESCRIPTION
               PERFORM WRITE-LOAN-HISTORY
               SET PR-QUEUED TO TRUE
               ADD 1 TO WS-QUEUED-COUNT
               ADD WS-PAYOFF-TOTAL TO WS-TOTAL-QUEUED.

      *    --- Same append-or-create treatment LOAN-BILLING gives
      *        the daily feed ---
           OPEN-DAILY-TXN-FILE.
               IF WS-FEED-OPEN NOT = "Y"
                   OPEN EXTEND DAILY-TXN-FILE
                   IF NOT WS-TXN-STATUS = "00"
                       OPEN OUTPUT DAILY-TXN-FILE
                   END-IF
                   MOVE "Y" TO WS-FEED-OPEN
               END-IF.

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
               MOVE "LOAN-PAYOFF" TO LH-SOURCE
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

      *    ==========================================================
      *    Report
      *    ==========================================================
           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - LOAN PAYOFF QUOTES  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  QUOTE    LOAN       GOOD THRU       PRINCIPAL"
                   & "     INTEREST  PER DIEM       FEES   TOTAL PAY"
                   & "OFF REQUESTED BY" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-QUOTE-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE PQ-QUOTE-ID       TO WS-OUT-LINE(3:8)
               MOVE PQ-LOAN-ID        TO WS-OUT-LINE(12:10)
               MOVE PQ-GOOD-THRU      TO WS-OUT-LINE(23:10)
               MOVE PQ-PRINCIPAL      TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT     TO WS-OUT-LINE(34:14)
               MOVE PQ-INTEREST       TO WS-RPT-INTEREST
               MOVE WS-RPT-INTEREST   TO WS-OUT-LINE(49:12)
               MOVE PQ-PER-DIEM       TO WS-RPT-PER-DIEM
               MOVE WS-RPT-PER-DIEM   TO WS-OUT-LINE(62:9)
               MOVE PQ-FEES           TO WS-RPT-FEE
               MOVE WS-RPT-FEE        TO WS-OUT-LINE(72:10)
               MOVE PQ-TOTAL          TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT     TO WS-OUT-LINE(83:14)
               MOVE PQ-REQUESTED-BY(1:13) TO WS-OUT-LINE(98:13)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               MOVE WS-TOTAL-QUEUED TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Loan Payoff Quotes/Postings"
               DISPLAY "=============================================="
               DISPLAY "  Quote Requests     : " WS-QUOTE-REQ-COUNT
               DISPLAY "  Quotes Issued      : " WS-QUOTED-COUNT
               DISPLAY "  Payoff Receipts    : " WS-RECEIPT-COUNT
               DISPLAY "  Payoffs Queued     : " WS-QUEUED-COUNT
               DISPLAY "  Receipts Rejected  : " WS-RCPT-REJ-COUNT
               DISPLAY "  Total Queued       : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/PAYOFF-QUOTE-LOG.dat"
               DISPLAY "  → data/output/PAYOFF-QUOTE-REPORT.dat"
               DISPLAY "  → data/output/PAYOFF-RESULTS.dat"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "==============================================".
