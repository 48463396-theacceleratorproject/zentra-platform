      *================================================================
      * PROGRAM:    LOAN-ESCROW.cbl
      * DESCRIPTION: Mortgage escrow - the property tax and hazard
      *              insurance the bank collects with each payment
      *              and pays on the borrower's behalf. Works the
      *              LOAN-ESCROW.dat companion file (see
      *              LOAN-ESCROW-RECORD.cpy) against LOAN-MASTER.dat:
      *                - disbursements: each payee whose due date
      *                  has arrived is paid by official check - an
      *                  escrow-funded request (OCR-FROM-ESCROW)
      *                  appended to OFFICIAL-CHECK-REQUESTS.dat for
      *                  OFFICIAL-CHECK-ISSUE, which raises no
      *                  purchaser debit for it. The balance comes
      *                  down (a shortage runs negative - the bank
      *                  advances it), the due date rolls forward by
      *                  the payee's frequency, and an LEX row
      *                  (debit escrow liability, credit official-
      *                  check liability) goes to
      *                  LOAN-ESCROW-GL.dat for GL-POSTING;
      *                - annual analysis: on ES-NEXT-ANALYSIS-DATE
      *                  the coming twelve months are projected -
      *                  each month's collection against the
      *                  disbursements that fall in it - and the
      *                  lowest projected balance is held to the
      *                  cushion (one-sixth of the year's
      *                  disbursements). A shortage is spread over
      *                  the next twelve payments; a surplus of
      *                  WS-REFUND-MIN or more is refunded to the
      *                  borrower by escrow-funded official check, a
      *                  smaller one comes off the payment. The new
      *                  ES-MONTHLY-AMOUNT takes effect with the
      *                  day's billing, and the escrow statement is
      *                  queued onto NOTICE-REQUESTS.dat (template
      *                  ESCROANL) for LETTER-ENGINE;
      *                - close-out: once the loan is paid off, any
      *                  remaining balance is refunded the same way
      *                  and the escrow account closes.
      *              Every escrow check and analysis also goes on the
      *              loan's history (LOAN-HISTORY.dat).
      *              The day's checks and analyses print on
      *              ESCROW-REPORT.dat. Runs ahead of LOAN-BILLING,
      *              so a re-solved amount is the one billed and the
      *              one LOAN-SETTLE credits that same day, and ahead
      *              of OFFICIAL-CHECK-ISSUE.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-ESCROW.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional file: no escrow book means nothing to do.
               SELECT ESCROW-FILE
                   ASSIGN TO "data/input/LOAN-ESCROW.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

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

               SELECT OC-REQUEST-FILE
                   ASSIGN TO "data/input/OFFICIAL-CHECK-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OCREQ-STATUS.

      *        Escrow-to-official-check movements for GL-POSTING -
      *        same one-source-file-per-producer treatment
      *        LOAN-CHARGEOFF-GL.dat gets.
               SELECT ESC-GL-FILE
                   ASSIGN TO "data/output/LOAN-ESCROW-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESCGL-STATUS.

      *        Notice queue for the letter engine - shared
      *        cumulative EXTEND treatment, see LETTER-ENGINE.
               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/ESCROW-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ESCROW-FILE.
           01 ESCROW-IO             PIC X(250).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD OC-REQUEST-FILE.
           01 OC-REQUEST-IO         PIC X(200).

           FD ESC-GL-FILE.
           01 ESC-GL-RECORD         PIC X(116).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-ESC-STATUS         PIC XX.
               88 WS-ESC-FILE-OK        VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-OCREQ-STATUS       PIC XX.
           01 WS-ESCGL-STATUS       PIC XX.
               88 WS-ESCGL-FILE-OK      VALUE "00".
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-ESC            PIC X VALUE "N".
               88 END-OF-ESCROW        VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-OCREQ-OPEN         PIC X VALUE "N".
           01 WS-NOTICE-OPEN        PIC X VALUE "N".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           COPY "LOAN-ESCROW-RECORD.cpy".
           COPY "OFFICIAL-CHECK-REQ-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".

      *    --- Loan table (read only here) ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOAN-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- Escrow table, rewritten in full ---
           01 WS-ESC-MAX            PIC 9(4) VALUE 2000.
           01 WS-ESC-TABLE.
               05 WS-ESC-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-EIDX.
                   10 WES-RECORD       PIC X(250).
           01 WS-ESC-COUNT          PIC 9(4) VALUE 0.
           01 WS-ESC-CHANGED        PIC X VALUE "N".
           01 WS-PIDX               PIC 9.

      *    --- Analysis terms ---
      *        Refunds below this stay in escrow and come off the
      *        coming year's payments instead.
           01 WS-REFUND-MIN         PIC 9(5)V99 VALUE 50.00.
           01 WS-MONTH-DISB-TABLE.
               05 WS-MONTH-DISB     PIC 9(9)V99 OCCURS 12 TIMES.
           01 WS-MIDX               PIC 99.
           01 WS-ANNUAL-DISB        PIC 9(9)V99.
           01 WS-BASE-MONTHLY       PIC 9(7)V99.
           01 WS-CUSHION            PIC 9(9)V99.
           01 WS-PROJ-BALANCE       PIC S9(9)V99.
           01 WS-LOW-BALANCE        PIC S9(9)V99.
           01 WS-SHORTAGE           PIC 9(9)V99.
           01 WS-SURPLUS            PIC 9(9)V99.
           01 WS-REFUND             PIC 9(9)V99.
           01 WS-OLD-MONTHLY        PIC 9(7)V99.
           01 WS-NEW-MONTHLY        PIC S9(7)V99.
           01 WS-PAYEE-FREQ         PIC 99.
           01 WS-OFFSET             PIC S9(4).

      *    --- Month arithmetic (day clamped, as LOAN-SETTLE
      *        clamps its due-date advance) ---
           01 WS-WORK-DATE          PIC X(10).
           01 WS-ADD-MONTHS         PIC 99.
           01 WS-MONTH-SERIAL       PIC 9(6).
           01 WS-TODAY-SERIAL       PIC 9(6).
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
           01 WS-DIV-QUOTIENT       PIC 9(6).
           01 WS-REM-4              PIC 99.
           01 WS-REM-100            PIC 99.
           01 WS-REM-400            PIC 999.
           01 WS-REM-12             PIC 99.
           01 WS-IS-LEAP            PIC X VALUE "N".
               88 LEAP-YEAR             VALUE "Y".

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Counters / report work ---
           01 WS-DISB-COUNT         PIC 999 VALUE 0.
           01 WS-DISB-TOTAL         PIC 9(11)V99 VALUE 0.
           01 WS-ANALYZED-COUNT     PIC 999 VALUE 0.
           01 WS-REFUND-COUNT       PIC 999 VALUE 0.
           01 WS-CLOSED-COUNT       PIC 999 VALUE 0.
           01 WS-UNMATCHED-COUNT    PIC 999 VALUE 0.
           01 WS-CHECK-PAYEE        PIC X(25).
           01 WS-CHECK-AMOUNT       PIC 9(9)V99.
           01 WS-CHECK-KIND         PIC X(10).
           01 WS-ANALYSIS-LINES     PIC X(110) OCCURS 200 TIMES.
           01 WS-ANALYSIS-LINE-COUNT PIC 999 VALUE 0.
           01 WS-ALIDX              PIC 999.
           01 WS-OUT-LINE           PIC X(110).
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-SIGNED         PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-RPT-MONTHLY        PIC ZZZ,ZZ9.99.
           01 WS-NOTICE-DETAIL      PIC X(30).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-ESCROW
               IF WS-ESC-COUNT = 0
                   DISPLAY "  No LOAN-ESCROW.dat to process"
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM LOAD-LOANS
               OPEN OUTPUT ESC-GL-FILE
               IF NOT WS-ESCGL-FILE-OK
                   DISPLAY "ERROR: Cannot open LOAN-ESCROW-GL.dat"
                   DISPLAY "FILE STATUS: " WS-ESCGL-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open ESCROW-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM WORK-ONE-ESCROW
                   VARYING WS-EIDX FROM 1 BY 1
                   UNTIL WS-EIDX > WS-ESC-COUNT
               PERFORM WRITE-ANALYSIS-SECTION
               CLOSE ESC-GL-FILE
               CLOSE REPORT-FILE
               IF WS-OCREQ-OPEN = "Y"
                   CLOSE OC-REQUEST-FILE
               END-IF
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF
               IF WS-HIST-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-ESC-CHANGED = "Y"
                   PERFORM REWRITE-ESCROW
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
               MOVE WS-DATE-INT(1:4) TO WS-DUE-YEAR
               MOVE WS-DATE-INT(5:2) TO WS-DUE-MONTH
               COMPUTE WS-TODAY-SERIAL =
                   WS-DUE-YEAR * 12 + WS-DUE-MONTH.

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

           FIND-LOAN.
               MOVE 0 TO WS-LOAN-FOUND-IDX
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
                   IF WLN-RECORD(WS-LIDX)(1:10) = ES-LOAN-ID
                       MOVE WS-LIDX TO WS-LOAN-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    A charged-off loan keeps its escrow open - the taxes are
      *    still owed on the collateral - so only a paid-off loan
      *    closes out.
           WORK-ONE-ESCROW.
               MOVE WES-RECORD(WS-EIDX) TO LOAN-ESCROW-RECORD
               IF NOT ES-CLOSED
                   PERFORM FIND-LOAN
                   IF WS-LOAN-FOUND-IDX = 0
                       ADD 1 TO WS-UNMATCHED-COUNT
                   ELSE
                       MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                           TO LOAN-MASTER-RECORD
                       IF ES-BALANCE NOT NUMERIC
                           MOVE 0 TO ES-BALANCE
                       END-IF
                       IF LN-PAID-OFF
                           PERFORM CLOSE-OUT-ESCROW
                       ELSE
                           PERFORM DISBURSE-ONE-PAYEE
                               VARYING WS-PIDX FROM 1 BY 1
                               UNTIL WS-PIDX > 4
                           IF ES-NEXT-ANALYSIS-DATE <= WS-TODAY
                               PERFORM ANALYZE-ESCROW
                           END-IF
                       END-IF
                       MOVE LOAN-ESCROW-RECORD TO WES-RECORD(WS-EIDX)
                       MOVE "Y" TO WS-ESC-CHANGED
                   END-IF
               END-IF.

      *    ==========================================================
      *    Disbursements
      *    ==========================================================
           DISBURSE-ONE-PAYEE.
               IF ES-PAYEE-TYPE(WS-PIDX) NOT = SPACE
               AND ES-PAYEE-AMOUNT(WS-PIDX) IS NUMERIC
               AND ES-PAYEE-AMOUNT(WS-PIDX) > 0
               AND ES-PAYEE-DUE-DATE(WS-PIDX)(1:4) IS NUMERIC
               AND ES-PAYEE-DUE-DATE(WS-PIDX) <= WS-TODAY
                   MOVE ES-PAYEE-NAME(WS-PIDX)   TO WS-CHECK-PAYEE
                   MOVE ES-PAYEE-AMOUNT(WS-PIDX) TO WS-CHECK-AMOUNT
                   MOVE "DISBURSE"               TO WS-CHECK-KIND
                   PERFORM ISSUE-ESCROW-CHECK
                   SUBTRACT WS-CHECK-AMOUNT FROM ES-BALANCE
                   PERFORM FIND-PAYEE-FREQ
                   MOVE ES-PAYEE-DUE-DATE(WS-PIDX) TO WS-WORK-DATE
                   MOVE WS-PAYEE-FREQ TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE WS-WORK-DATE TO ES-PAYEE-DUE-DATE(WS-PIDX)
                   ADD 1 TO WS-DISB-COUNT
                   ADD WS-CHECK-AMOUNT TO WS-DISB-TOTAL
               END-IF.

      *    A payee keyed without a frequency pays once a year.
           FIND-PAYEE-FREQ.
               IF ES-PAYEE-FREQ(WS-PIDX) IS NUMERIC
               AND ES-PAYEE-FREQ(WS-PIDX) > 0
               AND ES-PAYEE-FREQ(WS-PIDX) <= 12
                   MOVE ES-PAYEE-FREQ(WS-PIDX) TO WS-PAYEE-FREQ
               ELSE
                   MOVE 12 TO WS-PAYEE-FREQ
               END-IF.

      *    The escrow-funded official-check request, its GL move,
      *    and the report line.
           ISSUE-ESCROW-CHECK.
               PERFORM OPEN-OC-REQUEST-FILE
               MOVE SPACES TO OFFICIAL-CHECK-REQ-RECORD
               MOVE LN-ACCOUNT-ID   TO OCR-ACCOUNT-ID
               MOVE WS-CHECK-AMOUNT TO OCR-AMOUNT
               MOVE WS-CHECK-PAYEE  TO OCR-PAYEE
               SET OCR-PENDING TO TRUE
               SET OCR-FROM-ESCROW TO TRUE
               MOVE OFFICIAL-CHECK-REQ-RECORD TO OC-REQUEST-IO
               WRITE OC-REQUEST-IO
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY           TO TR-DATE
               MOVE LN-ACCOUNT-ID      TO TR-ACCOUNT-ID
               MOVE "LEX"              TO TR-TXN-TYPE
               MOVE WS-CHECK-AMOUNT    TO TR-AMOUNT
               MOVE SPACES             TO TR-TARGET-ACCOUNT
               MOVE SPACES             TO TR-DESCRIPTION
               STRING "ESCROW DISB " DELIMITED SIZE
                   ES-LOAN-ID DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "APR"              TO TR-STATUS
               MOVE TRANSACTION-RECORD TO ESC-GL-RECORD
               WRITE ESC-GL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE ES-LOAN-ID        TO WS-OUT-LINE(3:10)
               MOVE LN-ACCOUNT-ID     TO WS-OUT-LINE(14:10)
               MOVE WS-CHECK-KIND     TO WS-OUT-LINE(25:10)
               MOVE WS-CHECK-PAYEE    TO WS-OUT-LINE(36:25)
               MOVE WS-CHECK-AMOUNT   TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT     TO WS-OUT-LINE(62:14)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE ES-LOAN-ID      TO LH-LOAN-ID
               SET LH-ESCROW-DISBURSED TO TRUE
               MOVE WS-CHECK-AMOUNT TO LH-AMOUNT
               MOVE WS-CHECK-AMOUNT TO LH-ESCROW-AMT
               MOVE LN-PRINCIPAL    TO LH-PRINCIPAL-AFTER
               MOVE WS-CHECK-PAYEE  TO LH-DESCRIPTION
               PERFORM WRITE-LOAN-HISTORY.

      *    --- Same append-or-create treatment LOAN-BILLING gives
      *        the daily feed ---
           OPEN-OC-REQUEST-FILE.
               IF WS-OCREQ-OPEN NOT = "Y"
                   OPEN EXTEND OC-REQUEST-FILE
                   IF NOT WS-OCREQ-STATUS = "00"
                       OPEN OUTPUT OC-REQUEST-FILE
                   END-IF
                   MOVE "Y" TO WS-OCREQ-OPEN
               END-IF.

      *    Whatever is left in escrow after payoff belongs to the
      *    borrower.
           CLOSE-OUT-ESCROW.
               IF ES-BALANCE > 0
                   MOVE SPACES TO WS-CHECK-PAYEE
                   STRING "ESCROW REFUND " DELIMITED SIZE
                       ES-LOAN-ID DELIMITED SIZE
                       INTO WS-CHECK-PAYEE
                   MOVE ES-BALANCE  TO WS-CHECK-AMOUNT
                   MOVE "CLOSE-OUT" TO WS-CHECK-KIND
                   PERFORM ISSUE-ESCROW-CHECK
                   MOVE 0 TO ES-BALANCE
                   ADD 1 TO WS-REFUND-COUNT
               END-IF
               MOVE 0 TO ES-MONTHLY-AMOUNT
               SET ES-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT.

      *    ==========================================================
      *    Annual analysis
      *    ==========================================================
           ANALYZE-ESCROW.
               INITIALIZE WS-MONTH-DISB-TABLE
               MOVE 0 TO WS-ANNUAL-DISB
               PERFORM PROJECT-ONE-PAYEE
                   VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > 4
               COMPUTE WS-BASE-MONTHLY ROUNDED = WS-ANNUAL-DISB / 12
               COMPUTE WS-CUSHION ROUNDED = WS-ANNUAL-DISB / 6
               MOVE ES-BALANCE TO WS-PROJ-BALANCE
               MOVE ES-BALANCE TO WS-LOW-BALANCE
               PERFORM PROJECT-ONE-MONTH
                   VARYING WS-MIDX FROM 1 BY 1
                   UNTIL WS-MIDX > 12
               MOVE 0 TO WS-SHORTAGE
               MOVE 0 TO WS-SURPLUS
               MOVE 0 TO WS-REFUND
               IF WS-LOW-BALANCE < WS-CUSHION
                   COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-BALANCE
               ELSE
                   COMPUTE WS-SURPLUS = WS-LOW-BALANCE - WS-CUSHION
               END-IF
               MOVE ES-MONTHLY-AMOUNT TO WS-OLD-MONTHLY
               EVALUATE TRUE
                   WHEN WS-SHORTAGE > 0
                       COMPUTE WS-NEW-MONTHLY ROUNDED =
                           WS-BASE-MONTHLY + (WS-SHORTAGE / 12)
                   WHEN WS-SURPLUS >= WS-REFUND-MIN
                       MOVE WS-SURPLUS TO WS-REFUND
                       MOVE WS-BASE-MONTHLY TO WS-NEW-MONTHLY
                   WHEN OTHER
                       COMPUTE WS-NEW-MONTHLY ROUNDED =
                           WS-BASE-MONTHLY - (WS-SURPLUS / 12)
               END-EVALUATE
               IF WS-NEW-MONTHLY < 0
                   MOVE 0 TO WS-NEW-MONTHLY
               END-IF
               MOVE WS-NEW-MONTHLY TO ES-MONTHLY-AMOUNT
               IF WS-REFUND > 0
                   MOVE SPACES TO WS-CHECK-PAYEE
                   STRING "ESCROW REFUND " DELIMITED SIZE
                       ES-LOAN-ID DELIMITED SIZE
                       INTO WS-CHECK-PAYEE
                   MOVE WS-REFUND  TO WS-CHECK-AMOUNT
                   MOVE "SURPLUS"  TO WS-CHECK-KIND
                   PERFORM ISSUE-ESCROW-CHECK
                   SUBTRACT WS-REFUND FROM ES-BALANCE
                   ADD 1 TO WS-REFUND-COUNT
               END-IF
               MOVE ES-NEXT-ANALYSIS-DATE TO ES-LAST-ANALYSIS-DATE
               IF ES-NEXT-ANALYSIS-DATE(1:4) IS NUMERIC
                   MOVE ES-NEXT-ANALYSIS-DATE TO WS-WORK-DATE
               ELSE
                   MOVE WS-TODAY TO WS-WORK-DATE
                   MOVE WS-TODAY TO ES-LAST-ANALYSIS-DATE
               END-IF
               MOVE 12 TO WS-ADD-MONTHS
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-WORK-DATE TO ES-NEXT-ANALYSIS-DATE
               PERFORM QUEUE-ANALYSIS-STATEMENT
               PERFORM BUILD-ANALYSIS-LINE
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE ES-LOAN-ID        TO LH-LOAN-ID
               SET LH-ESCROW-ANALYZED TO TRUE
               MOVE ES-MONTHLY-AMOUNT TO LH-AMOUNT
               MOVE ES-MONTHLY-AMOUNT TO LH-ESCROW-AMT
               MOVE LN-PRINCIPAL      TO LH-PRINCIPAL-AFTER
               MOVE "ESCROW ANALYSIS" TO LH-DESCRIPTION
               PERFORM WRITE-LOAN-HISTORY
               ADD 1 TO WS-ANALYZED-COUNT.

      *    Each payee's disbursements in the coming twelve months,
      *    bucketed by month (month 1 is the month after this one;
      *    anything still due this month lands there too).
           PROJECT-ONE-PAYEE.
               IF ES-PAYEE-TYPE(WS-PIDX) NOT = SPACE
               AND ES-PAYEE-AMOUNT(WS-PIDX) IS NUMERIC
               AND ES-PAYEE-AMOUNT(WS-PIDX) > 0
               AND ES-PAYEE-DUE-DATE(WS-PIDX)(1:4) IS NUMERIC
                   PERFORM FIND-PAYEE-FREQ
                   MOVE ES-PAYEE-DUE-DATE(WS-PIDX)(1:4)
                       TO WS-DUE-YEAR
                   MOVE ES-PAYEE-DUE-DATE(WS-PIDX)(6:2)
                       TO WS-DUE-MONTH
                   COMPUTE WS-OFFSET =
                       (WS-DUE-YEAR * 12 + WS-DUE-MONTH)
                       - WS-TODAY-SERIAL
                   IF WS-OFFSET < 1
                       MOVE 1 TO WS-OFFSET
                   END-IF
                   PERFORM BUCKET-ONE-DISBURSEMENT
                       UNTIL WS-OFFSET > 12
               END-IF.

           BUCKET-ONE-DISBURSEMENT.
               ADD ES-PAYEE-AMOUNT(WS-PIDX)
                   TO WS-MONTH-DISB(WS-OFFSET)
               ADD ES-PAYEE-AMOUNT(WS-PIDX) TO WS-ANNUAL-DISB
               ADD WS-PAYEE-FREQ TO WS-OFFSET.

           PROJECT-ONE-MONTH.
               ADD WS-BASE-MONTHLY TO WS-PROJ-BALANCE
               SUBTRACT WS-MONTH-DISB(WS-MIDX) FROM WS-PROJ-BALANCE
               IF WS-PROJ-BALANCE < WS-LOW-BALANCE
                   MOVE WS-PROJ-BALANCE TO WS-LOW-BALANCE
               END-IF.

      *    Amount is the new monthly escrow payment; the detail
      *    line names the shortage or surplus behind it.
           QUEUE-ANALYSIS-STATEMENT.
               MOVE SPACES TO WS-NOTICE-DETAIL
               EVALUATE TRUE
                   WHEN WS-SHORTAGE > 0
                       MOVE WS-SHORTAGE TO WS-RPT-AMOUNT
                       STRING "SHORTAGE " DELIMITED SIZE
                           WS-RPT-AMOUNT DELIMITED SIZE
                           INTO WS-NOTICE-DETAIL
                   WHEN WS-REFUND > 0
                       MOVE WS-REFUND TO WS-RPT-AMOUNT
                       STRING "REFUND " DELIMITED SIZE
                           WS-RPT-AMOUNT DELIMITED SIZE
                           INTO WS-NOTICE-DETAIL
                   WHEN OTHER
                       MOVE WS-SURPLUS TO WS-RPT-AMOUNT
                       STRING "SURPLUS " DELIMITED SIZE
                           WS-RPT-AMOUNT DELIMITED SIZE
                           INTO WS-NOTICE-DETAIL
               END-EVALUATE
               PERFORM OPEN-NOTICE-FILE
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY          TO NOTICE-OUT-RECORD(1:10)
               MOVE "ESCROANL"        TO NOTICE-OUT-RECORD(12:8)
               MOVE LN-ACCOUNT-ID     TO NOTICE-OUT-RECORD(21:10)
               MOVE ES-MONTHLY-AMOUNT TO NOTICE-OUT-RECORD(32:11)
               MOVE WS-NOTICE-DETAIL  TO NOTICE-OUT-RECORD(44:30)
               WRITE NOTICE-OUT-RECORD.

           OPEN-NOTICE-FILE.
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF.

      *    ==========================================================
      *    Date arithmetic
      *    ==========================================================
      *    WS-WORK-DATE moves WS-ADD-MONTHS calendar months forward,
      *    the day clamped to the end of a shorter month.
           ADD-MONTHS-TO-DATE.
               MOVE WS-WORK-DATE(1:4) TO WS-DUE-YEAR
               MOVE WS-WORK-DATE(6:2) TO WS-DUE-MONTH
               MOVE WS-WORK-DATE(9:2) TO WS-DUE-DAY
               COMPUTE WS-MONTH-SERIAL =
                   WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1 + WS-ADD-MONTHS
               DIVIDE WS-MONTH-SERIAL BY 12
                   GIVING WS-DIV-QUOTIENT REMAINDER WS-REM-12
               MOVE WS-DIV-QUOTIENT TO WS-DUE-YEAR
               COMPUTE WS-DUE-MONTH = WS-REM-12 + 1
               PERFORM DETERMINE-LEAP-YEAR
               MOVE WS-DIM(WS-DUE-MONTH) TO WS-DAYS-THIS-MONTH
               IF WS-DUE-MONTH = 2 AND LEAP-YEAR
                   MOVE 29 TO WS-DAYS-THIS-MONTH
               END-IF
               IF WS-DUE-DAY > WS-DAYS-THIS-MONTH
                   MOVE WS-DAYS-THIS-MONTH TO WS-DUE-DAY
               END-IF
               MOVE WS-DUE-YEAR  TO WS-WORK-DATE(1:4)
               MOVE "-"          TO WS-WORK-DATE(5:1)
               MOVE WS-DUE-MONTH TO WS-WORK-DATE(6:2)
               MOVE "-"          TO WS-WORK-DATE(8:1)
               MOVE WS-DUE-DAY   TO WS-WORK-DATE(9:2).

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
               MOVE "LOAN-ESCROW" TO LH-SOURCE
               MOVE LOAN-HISTORY-RECORD TO HISTORY-IO
               WRITE HISTORY-IO.

           REWRITE-ESCROW.
               OPEN OUTPUT ESCROW-FILE
               PERFORM VARYING WS-EIDX FROM 1 BY 1
                   UNTIL WS-EIDX > WS-ESC-COUNT
                   MOVE WES-RECORD(WS-EIDX) TO ESCROW-IO
                   WRITE ESCROW-IO
               END-PERFORM
               CLOSE ESCROW-FILE.

      *    ==========================================================
      *    Report
      *    ==========================================================
           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - MORTGAGE ESCROW  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  ESCROW CHECKS TODAY" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOAN       ACCOUNT    KIND       PAYEE"
                   & "                              AMOUNT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    Analysis lines are held until the check list is done so
      *    the two sections print apart.
           BUILD-ANALYSIS-LINE.
               IF WS-ANALYSIS-LINE-COUNT < 200
                   ADD 1 TO WS-ANALYSIS-LINE-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE ES-LOAN-ID         TO WS-OUT-LINE(3:10)
                   MOVE WS-OLD-MONTHLY     TO WS-RPT-MONTHLY
                   MOVE WS-RPT-MONTHLY     TO WS-OUT-LINE(14:10)
                   MOVE ES-MONTHLY-AMOUNT  TO WS-RPT-MONTHLY
                   MOVE WS-RPT-MONTHLY     TO WS-OUT-LINE(25:10)
                   MOVE ES-BALANCE         TO WS-RPT-SIGNED
                   MOVE WS-RPT-SIGNED      TO WS-OUT-LINE(36:15)
                   MOVE WS-LOW-BALANCE     TO WS-RPT-SIGNED
                   MOVE WS-RPT-SIGNED      TO WS-OUT-LINE(52:15)
                   MOVE WS-SHORTAGE        TO WS-RPT-AMOUNT
                   MOVE WS-RPT-AMOUNT      TO WS-OUT-LINE(68:14)
                   MOVE WS-SURPLUS         TO WS-RPT-AMOUNT
                   MOVE WS-RPT-AMOUNT      TO WS-OUT-LINE(83:14)
                   MOVE ES-NEXT-ANALYSIS-DATE TO WS-OUT-LINE(99:10)
                   MOVE WS-OUT-LINE
                       TO WS-ANALYSIS-LINES(WS-ANALYSIS-LINE-COUNT)
               END-IF.

           WRITE-ANALYSIS-SECTION.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-DISB-TOTAL TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  CHECKS: " DELIMITED SIZE
                   WS-DISB-COUNT DELIMITED SIZE
                   "   PAYEE DISBURSEMENTS: " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  ANNUAL ESCROW ANALYSES" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOAN        OLD PMT    NEW PMT        BALANCE"
                   & "      LOW POINT       SHORTAGE        SURPLUS "
                   & "NEXT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-ALIDX FROM 1 BY 1
                   UNTIL WS-ALIDX > WS-ANALYSIS-LINE-COUNT
                   MOVE WS-ANALYSIS-LINES(WS-ALIDX) TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-PERFORM
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               MOVE WS-DISB-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Mortgage Escrow"
               DISPLAY "=============================================="
               DISPLAY "  Escrow Accounts    : " WS-ESC-COUNT
               DISPLAY "  Payees Disbursed   : " WS-DISB-COUNT
               DISPLAY "  Disbursed Total    : " WS-DISP-AMOUNT
               DISPLAY "  Analyses Run       : " WS-ANALYZED-COUNT
               DISPLAY "  Refund Checks      : " WS-REFUND-COUNT
               DISPLAY "  Accounts Closed    : " WS-CLOSED-COUNT
               DISPLAY "  No Loan on File    : " WS-UNMATCHED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/OFFICIAL-CHECK-REQUESTS.dat"
               DISPLAY "  → data/output/LOAN-ESCROW-GL.dat"
               DISPLAY "  → data/output/ESCROW-REPORT.dat"
               DISPLAY "  → data/output/NOTICE-REQUESTS.dat"
               DISPLAY "==============================================".
