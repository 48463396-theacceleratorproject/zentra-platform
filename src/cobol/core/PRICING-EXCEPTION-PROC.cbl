      *================================================================
      * PROGRAM:    PRICING-EXCEPTION-PROC.cbl
      * DESCRIPTION: Negotiated per-account pricing - the bonus rate
      *              or waived fee a relationship manager promised -
      *              kept on PRICING-EXCEPTIONS.dat (see
      *              PRICING-EXCEPTION-RECORD.cpy, load in full,
      *              rewrite in full) and applied by the engines
      *              themselves: INTEREST-CALC for a rate override or
      *              spread, FEE-ENGINE for a fee waiver or discount.
      *              This step runs ahead of both and decides, every
      *              night, which rows they may honour:
      *                - the terms must make sense and the approving
      *                  officer must be a supervisor on OPERATORS.dat
      *                  (a missing roster refuses every row, the way
      *                  TELLER-ENTRY refuses sign-on), else R;
      *                - an approved row is P until its start date,
      *                  A from the start date through the expiry
      *                  date, and X - lapsed, back to standard
      *                  pricing - once the expiry date has passed.
      *              The status is worked out fresh each night, so a
      *              corrected row needs no reset and an expiry date
      *              pushed out by a renewal takes the row back in
      *              force.
      *              PRICING-EXCEPTION-REPORT.dat lists, nightly, the
      *              exceptions that expire within WS-EXPIRY-DAYS days
      *              (for the renewal conversation), those that lapsed
      *              tonight and those refused.
      *              On the first business day of a month,
      *              PRICING-EXCEPTION-COST.dat totals the prior
      *              month's rows on PRICING-EXCEPTION-ACTIVITY.dat
      *              (see PRICING-ACTIVITY-RECORD.cpy) by exception -
      *              the interest paid over standard and the fees
      *              not charged, i.e. what the promises cost.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PRICING-EXCEPTION-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional companion file: no exceptions, nothing to do.
               SELECT EXCEPTION-FILE
                   ASSIGN TO "data/input/PRICING-EXCEPTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PX-STATUS.

               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Cumulative - appended by INTEREST-CALC and FEE-ENGINE.
               SELECT ACTIVITY-FILE
                   ASSIGN TO
                       "data/output/PRICING-EXCEPTION-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/PRICING-EXCEPTION-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT COST-FILE
                   ASSIGN TO "data/output/PRICING-EXCEPTION-COST.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD EXCEPTION-FILE.
           01 EXCEPTION-IO          PIC X(100).

           FD OPERATORS-FILE.
           01 OPERATORS-IO          PIC X(100).

           FD ACTIVITY-FILE.
           01 ACTIVITY-IO           PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

           FD COST-FILE.
           01 COST-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PX-STATUS          PIC XX.
               88 WS-PX-FILE-OK        VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-ACT-STATUS         PIC XX.
               88 WS-ACT-FILE-OK       VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-COST-STATUS        PIC XX.
               88 WS-COST-FILE-OK      VALUE "00".
           01 WS-EOF-PX             PIC X VALUE "N".
               88 END-OF-PX-LOAD       VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".
           01 WS-EOF-ACT            PIC X VALUE "N".
               88 END-OF-ACTIVITY      VALUE "Y".

           COPY "PRICING-EXCEPTION-RECORD.cpy".
           COPY "PRICING-ACTIVITY-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".

      *    --- The exceptions ---
           01 WS-PX-MAX             PIC 9(4) VALUE 2000.
           01 WS-PX-TABLE.
               05 WS-PX-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-PX-IDX.
                   10 WPX-RECORD       PIC X(100).
           01 WS-PX-COUNT           PIC 9(4) VALUE 0.

      *    --- The operator roster (ID and role only) ---
           01 WS-OPER-MAX           PIC 9(4) VALUE 500.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
                   10 WOP-ROLE         PIC X(01).
           01 WS-OPER-COUNT         PIC 9(4) VALUE 0.
           01 WS-APPROVER-ROLE      PIC X(01).

      *    --- Review work fields ---
           01 WS-PRIOR-STATUS       PIC X(01).
           01 WS-REFUSAL            PIC X(28).
           01 WS-RPT-ACTION         PIC X(28).
           01 WS-DATE-CHECK         PIC X(10).
           01 WS-DATE-OK            PIC X VALUE "N".
               88 DATE-IS-VALID        VALUE "Y".
           01 WS-EXPIRY-INT         PIC 9(8).
           01 WS-EXPIRY-JULIAN      PIC 9(7).
           01 WS-DAYS-LEFT          PIC 9(3).
           01 WS-DISP-RATE-PCT      PIC +ZZ9.9999.
           01 WS-RATE-PCT           PIC S9(3)V9(4).
           01 WS-TERMS              PIC X(11).

      *    --- Expiry window ---
           01 WS-EXPIRY-DAYS        PIC 99 VALUE 30.
           01 WS-EXPIRY-HORIZON     PIC X(10).
           01 WS-HORIZON-JULIAN     PIC 9(7).
           01 WS-HORIZON-INT        PIC 9(8).

      *    --- Counters ---
           01 WS-IN-FORCE-COUNT     PIC 9(5) VALUE 0.
           01 WS-PENDING-COUNT      PIC 9(5) VALUE 0.
           01 WS-EXPIRING-COUNT     PIC 9(5) VALUE 0.
           01 WS-LAPSED-COUNT       PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
           01 WS-OUT-LINE           PIC X(80).

      *    --- Monthly cost: the prior month's activity rows totalled
      *        by exception ---
           01 WS-COST-DUE           PIC X VALUE "N".
               88 COST-REPORT-DUE      VALUE "Y".
           01 WS-COST-MONTH         PIC X(07).
           01 WS-PREV-BUS-JULIAN    PIC 9(7).
           01 WS-PREV-BUS-INT       PIC 9(8).
           01 WS-CTOT-MAX           PIC 9(4) VALUE 2000.
           01 WS-CTOT-TABLE.
               05 WS-CTOT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CTOT-IDX.
                   10 WCT-EXCEPTION-ID PIC X(08).
                   10 WCT-ACCOUNT-ID   PIC X(10).
                   10 WCT-KIND         PIC X(01).
                   10 WCT-FEE-CODE     PIC X(03).
                   10 WCT-TIMES        PIC 9(5).
                   10 WCT-FORGONE      PIC S9(9)V99.
           01 WS-CTOT-COUNT         PIC 9(4) VALUE 0.
           01 WS-CTOT-FOUND         PIC X VALUE "N".
               88 COST-ROW-FOUND       VALUE "Y".
           01 WS-COST-INTEREST      PIC S9(11)V99 VALUE 0.
           01 WS-COST-FEES          PIC S9(11)V99 VALUE 0.
           01 WS-COST-TOTAL         PIC S9(11)V99 VALUE 0.
           01 WS-COST-ROWS          PIC 9(7) VALUE 0.
           01 WS-DISP-FORGONE       PIC $$$,$$$,$$9.99-.
           01 WS-DISP-TOTAL         PIC $$$,$$$,$$$,$$9.99-.
           01 WS-DISP-APPROVER      PIC X(06).

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-EXCEPTIONS
               PERFORM DETERMINE-COST-MONTH
               IF WS-PX-COUNT = 0
               AND NOT COST-REPORT-DUE
                   DISPLAY "  No PRICING-EXCEPTIONS.dat - no pricing"
                       " exceptions"
                   STOP RUN
               END-IF
               PERFORM LOAD-OPERATORS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PRICING-EXCEPTION-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM REVIEW-ONE-EXCEPTION
                   VARYING WS-PX-IDX FROM 1 BY 1
                   UNTIL WS-PX-IDX > WS-PX-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               IF WS-PX-COUNT > 0
                   PERFORM REWRITE-EXCEPTIONS
               END-IF
               IF COST-REPORT-DUE
                   PERFORM WRITE-COST-REPORT
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
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
      *        An exception in force whose expiry date is on or
      *        before the horizon goes on the expiry watch.
               COMPUTE WS-HORIZON-JULIAN =
                   WS-TODAY-JULIAN + WS-EXPIRY-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-HORIZON-JULIAN)
                   TO WS-HORIZON-INT
               MOVE WS-HORIZON-INT(1:4) TO WS-EXPIRY-HORIZON(1:4)
               MOVE "-"                 TO WS-EXPIRY-HORIZON(5:1)
               MOVE WS-HORIZON-INT(5:2) TO WS-EXPIRY-HORIZON(6:2)
               MOVE "-"                 TO WS-EXPIRY-HORIZON(8:1)
               MOVE WS-HORIZON-INT(7:2) TO WS-EXPIRY-HORIZON(9:2).

      *    The batch never runs on a weekend, so the previous
      *    business day is Friday for a Monday (-3) and yesterday
      *    otherwise. When it fell in another month, tonight is the
      *    first run of a new month and that month's costs are all
      *    in - the month-end night's INTEREST-CALC included.
           DETERMINE-COST-MONTH.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               IF WS-DOW-REM + 1 = 1
                   COMPUTE WS-PREV-BUS-JULIAN = WS-TODAY-JULIAN - 3
               ELSE
                   COMPUTE WS-PREV-BUS-JULIAN = WS-TODAY-JULIAN - 1
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-PREV-BUS-JULIAN)
                   TO WS-PREV-BUS-INT
               IF WS-PREV-BUS-INT(5:2) NOT = WS-DATE-INT(5:2)
                   MOVE "Y" TO WS-COST-DUE
                   MOVE WS-PREV-BUS-INT(1:4) TO WS-COST-MONTH(1:4)
                   MOVE "-"                  TO WS-COST-MONTH(5:1)
                   MOVE WS-PREV-BUS-INT(5:2) TO WS-COST-MONTH(6:2)
               END-IF.

      *================================================================
      *    Reference and master data
      *================================================================
           LOAD-EXCEPTIONS.
               OPEN INPUT EXCEPTION-FILE
               IF WS-PX-FILE-OK
                   PERFORM READ-ONE-EXCEPTION
                       UNTIL END-OF-PX-LOAD
                   CLOSE EXCEPTION-FILE
               END-IF.

           READ-ONE-EXCEPTION.
               READ EXCEPTION-FILE INTO EXCEPTION-IO
               AT END
                   MOVE "Y" TO WS-EOF-PX
               NOT AT END
                   IF EXCEPTION-IO NOT = SPACES
                       IF WS-PX-COUNT < WS-PX-MAX
                           ADD 1 TO WS-PX-COUNT
                           MOVE EXCEPTION-IO
                               TO WPX-RECORD(WS-PX-COUNT)
                       ELSE
                           DISPLAY "ERROR: PRICING-EXCEPTIONS.dat "
                               "exceeds " WS-PX-MAX
                               " rows - not rewritten"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-READ.

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
                       MOVE OP-ROLE
                           TO WOP-ROLE(WS-OPER-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    The nightly review
      *================================================================
      *    Terms and approval first - a refused row is never in
      *    force whatever its dates say; then the dates place an
      *    approved row before, inside or past its window.
           REVIEW-ONE-EXCEPTION.
               MOVE WPX-RECORD(WS-PX-IDX) TO PRICING-EXCEPTION-RECORD
               MOVE PX-STATUS TO WS-PRIOR-STATUS
               PERFORM CHECK-EXCEPTION-TERMS
               IF WS-REFUSAL NOT = SPACES
                   SET PX-REFUSED TO TRUE
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE WS-REFUSAL TO WS-RPT-ACTION
                   PERFORM WRITE-REPORT-LINE
               ELSE
               IF PX-START-DATE > WS-TODAY
                   SET PX-PENDING TO TRUE
                   ADD 1 TO WS-PENDING-COUNT
               ELSE
               IF PX-EXPIRY-DATE < WS-TODAY
                   SET PX-LAPSED TO TRUE
                   IF WS-PRIOR-STATUS NOT = "X"
                       ADD 1 TO WS-LAPSED-COUNT
                       MOVE "LAPSED - STANDARD PRICING"
                           TO WS-RPT-ACTION
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               ELSE
                   SET PX-IN-FORCE TO TRUE
                   ADD 1 TO WS-IN-FORCE-COUNT
                   IF PX-EXPIRY-DATE NOT > WS-EXPIRY-HORIZON
                       PERFORM REPORT-EXPIRING
                   END-IF
               END-IF
               END-IF
               END-IF
               MOVE PRICING-EXCEPTION-RECORD TO WPX-RECORD(WS-PX-IDX).

           CHECK-EXCEPTION-TERMS.
               MOVE SPACES TO WS-REFUSAL
               MOVE PX-START-DATE TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FORMAT
               IF DATE-IS-VALID
                   MOVE PX-EXPIRY-DATE TO WS-DATE-CHECK
                   PERFORM CHECK-DATE-FORMAT
               END-IF
               IF PX-ACCOUNT-ID = SPACES
               OR PX-EXCEPTION-ID = SPACES
                   MOVE "REFUSED - NO ACCOUNT OR ID" TO WS-REFUSAL
               ELSE
               IF NOT PX-RATE-EXCEPTION
               AND NOT PX-FEE-EXCEPTION
                   MOVE "REFUSED - UNKNOWN TYPE" TO WS-REFUSAL
               ELSE
               IF PX-RATE-EXCEPTION
               AND ((NOT PX-RATE-OVERRIDE AND NOT PX-RATE-SPREAD)
                   OR PX-RATE-VALUE IS NOT NUMERIC)
                   MOVE "REFUSED - BAD RATE TERMS" TO WS-REFUSAL
               ELSE
               IF PX-RATE-EXCEPTION AND PX-RATE-OVERRIDE
               AND PX-RATE-VALUE < 0
                   MOVE "REFUSED - NEGATIVE RATE" TO WS-REFUSAL
               ELSE
               IF PX-FEE-EXCEPTION
               AND (NOT PX-FEE-CODE-VALID
                   OR PX-DISCOUNT-PCT IS NOT NUMERIC
                   OR PX-DISCOUNT-PCT = 0
                   OR PX-DISCOUNT-PCT > 100)
                   MOVE "REFUSED - BAD FEE TERMS" TO WS-REFUSAL
               ELSE
               IF NOT DATE-IS-VALID
               OR PX-EXPIRY-DATE < PX-START-DATE
                   MOVE "REFUSED - BAD DATES" TO WS-REFUSAL
               ELSE
                   PERFORM CHECK-APPROVER
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      *    Only a supervisor on the roster can approve a promise the
      *    bank will pay for.
           CHECK-APPROVER.
               MOVE SPACE TO WS-APPROVER-ROLE
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR WS-APPROVER-ROLE NOT = SPACE
                   IF WOP-OPERATOR-ID(WS-OPER-IDX) = PX-APPROVED-BY
                       MOVE WOP-ROLE(WS-OPER-IDX) TO WS-APPROVER-ROLE
                   END-IF
               END-PERFORM
               IF PX-APPROVED-BY = SPACES
                   MOVE "REFUSED - NO APPROVING OFFICER" TO WS-REFUSAL
               ELSE
               IF WS-APPROVER-ROLE = SPACE
                   MOVE "REFUSED - UNKNOWN APPROVER" TO WS-REFUSAL
               ELSE
               IF WS-APPROVER-ROLE NOT = "S"
                   MOVE "REFUSED - NOT A SUPERVISOR" TO WS-REFUSAL
               END-IF
               END-IF
               END-IF.

           CHECK-DATE-FORMAT.
               MOVE "N" TO WS-DATE-OK
               IF WS-DATE-CHECK(1:4) IS NUMERIC
               AND WS-DATE-CHECK(5:1) = "-"
               AND WS-DATE-CHECK(6:2) IS NUMERIC
               AND WS-DATE-CHECK(8:1) = "-"
               AND WS-DATE-CHECK(9:2) IS NUMERIC
                   MOVE "Y" TO WS-DATE-OK
               END-IF.

           REPORT-EXPIRING.
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE PX-EXPIRY-DATE(1:4) TO WS-EXPIRY-INT(1:4)
               MOVE PX-EXPIRY-DATE(6:2) TO WS-EXPIRY-INT(5:2)
               MOVE PX-EXPIRY-DATE(9:2) TO WS-EXPIRY-INT(7:2)
               COMPUTE WS-EXPIRY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-INT)
               COMPUTE WS-DAYS-LEFT =
                   WS-EXPIRY-JULIAN - WS-TODAY-JULIAN
               MOVE SPACES TO WS-RPT-ACTION
               STRING "EXPIRES IN " DELIMITED SIZE
                   WS-DAYS-LEFT DELIMITED SIZE
                   " DAYS" DELIMITED SIZE
                   INTO WS-RPT-ACTION
               PERFORM WRITE-REPORT-LINE.

      *================================================================
      *    Report and rewrite
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE SPACES TO WS-OUT-LINE
               STRING "PRICING EXCEPTIONS - EXPIRY WATCH  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "EXCPT-ID ACCOUNT    T TERMS       EXPIRY     "
                   DELIMITED SIZE
                   "OFFICR ACTION" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    Terms print as the rate method and the rate in percent
      *    (O override, S spread) or the fee code and the discount.
           WRITE-REPORT-LINE.
               MOVE SPACES TO WS-TERMS
               IF PX-RATE-EXCEPTION
               AND PX-RATE-VALUE IS NUMERIC
                   COMPUTE WS-RATE-PCT = PX-RATE-VALUE * 100
                   MOVE WS-RATE-PCT TO WS-DISP-RATE-PCT
                   MOVE PX-RATE-METHOD TO WS-TERMS(1:1)
                   MOVE WS-DISP-RATE-PCT TO WS-TERMS(3:9)
               ELSE
               IF PX-FEE-EXCEPTION
                   MOVE PX-FEE-CODE TO WS-TERMS(1:3)
                   MOVE PX-DISCOUNT-PCT TO WS-TERMS(5:3)
                   MOVE "%" TO WS-TERMS(8:1)
               END-IF
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               MOVE PX-EXCEPTION-ID  TO WS-OUT-LINE(1:8)
               MOVE PX-ACCOUNT-ID    TO WS-OUT-LINE(10:10)
               MOVE PX-TYPE          TO WS-OUT-LINE(21:1)
               MOVE WS-TERMS         TO WS-OUT-LINE(23:11)
               MOVE PX-EXPIRY-DATE   TO WS-OUT-LINE(35:10)
               MOVE PX-APPROVED-BY   TO WS-OUT-LINE(46:6)
               MOVE WS-RPT-ACTION    TO WS-OUT-LINE(53:28)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "IN FORCE: " DELIMITED SIZE
                   WS-IN-FORCE-COUNT DELIMITED SIZE
                   "  PENDING: " DELIMITED SIZE
                   WS-PENDING-COUNT DELIMITED SIZE
                   "  EXPIRING: " DELIMITED SIZE
                   WS-EXPIRING-COUNT DELIMITED SIZE
                   "  LAPSED: " DELIMITED SIZE
                   WS-LAPSED-COUNT DELIMITED SIZE
                   "  REFUSED: " DELIMITED SIZE
                   WS-REFUSED-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           REWRITE-EXCEPTIONS.
               OPEN OUTPUT EXCEPTION-FILE
               PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                   UNTIL WS-PX-IDX > WS-PX-COUNT
                   MOVE WPX-RECORD(WS-PX-IDX) TO EXCEPTION-IO
                   WRITE EXCEPTION-IO
               END-PERFORM
               CLOSE EXCEPTION-FILE.

      *================================================================
      *    Monthly cost of the promises
      *================================================================
           WRITE-COST-REPORT.
               OPEN INPUT ACTIVITY-FILE
               IF WS-ACT-FILE-OK
                   PERFORM READ-ONE-ACTIVITY
                       UNTIL END-OF-ACTIVITY
                   CLOSE ACTIVITY-FILE
               END-IF
               OPEN OUTPUT COST-FILE
               IF NOT WS-COST-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PRICING-EXCEPTION-COST.dat"
                   DISPLAY "FILE STATUS: " WS-COST-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "PRICING EXCEPTIONS - INCOME GIVEN UP  "
                   DELIMITED SIZE
                   WS-COST-MONTH DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO COST-RECORD
               WRITE COST-RECORD
               MOVE SPACES TO COST-RECORD
               WRITE COST-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "EXCPT-ID ACCOUNT    K FEE OFFICR  TIMES"
                   DELIMITED SIZE
                   "         GIVEN UP" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO COST-RECORD
               WRITE COST-RECORD
               PERFORM WRITE-ONE-COST-LINE
                   VARYING WS-CTOT-IDX FROM 1 BY 1
                   UNTIL WS-CTOT-IDX > WS-CTOT-COUNT
               MOVE SPACES TO COST-RECORD
               WRITE COST-RECORD
               MOVE WS-COST-INTEREST TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "INTEREST PAID OVER STANDARD : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO COST-RECORD
               WRITE COST-RECORD
               MOVE WS-COST-FEES TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "FEES WAIVED OR DISCOUNTED   : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO COST-RECORD
               WRITE COST-RECORD
               COMPUTE WS-COST-TOTAL =
                   WS-COST-INTEREST + WS-COST-FEES
               MOVE WS-COST-TOTAL TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "TOTAL INCOME GIVEN UP       : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO COST-RECORD
               WRITE COST-RECORD
               CLOSE COST-FILE.

           READ-ONE-ACTIVITY.
               READ ACTIVITY-FILE INTO ACTIVITY-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACT
               NOT AT END
                   MOVE ACTIVITY-IO TO PRICING-ACTIVITY-RECORD
                   IF PA-DATE(1:7) = WS-COST-MONTH
                   AND PA-FORGONE-AMT IS NUMERIC
                       PERFORM ADD-ACTIVITY-TO-COST
                   END-IF
               END-READ.

      *    One line per exception: an account's fee exception on ALL
      *    fees collects every fee it discounted.
           ADD-ACTIVITY-TO-COST.
               ADD 1 TO WS-COST-ROWS
               IF PA-INTEREST
                   ADD PA-FORGONE-AMT TO WS-COST-INTEREST
               ELSE
                   ADD PA-FORGONE-AMT TO WS-COST-FEES
               END-IF
               MOVE "N" TO WS-CTOT-FOUND
               PERFORM VARYING WS-CTOT-IDX FROM 1 BY 1
                   UNTIL WS-CTOT-IDX > WS-CTOT-COUNT
                   OR COST-ROW-FOUND
                   IF WCT-EXCEPTION-ID(WS-CTOT-IDX) = PA-EXCEPTION-ID
                   AND WCT-ACCOUNT-ID(WS-CTOT-IDX) = PA-ACCOUNT-ID
                       MOVE "Y" TO WS-CTOT-FOUND
                       ADD 1 TO WCT-TIMES(WS-CTOT-IDX)
                       ADD PA-FORGONE-AMT TO WCT-FORGONE(WS-CTOT-IDX)
                   END-IF
               END-PERFORM
               IF NOT COST-ROW-FOUND
               AND WS-CTOT-COUNT < WS-CTOT-MAX
                   ADD 1 TO WS-CTOT-COUNT
                   MOVE PA-EXCEPTION-ID
                       TO WCT-EXCEPTION-ID(WS-CTOT-COUNT)
                   MOVE PA-ACCOUNT-ID TO WCT-ACCOUNT-ID(WS-CTOT-COUNT)
                   MOVE PA-KIND TO WCT-KIND(WS-CTOT-COUNT)
                   MOVE PA-FEE-CODE TO WCT-FEE-CODE(WS-CTOT-COUNT)
                   MOVE 1 TO WCT-TIMES(WS-CTOT-COUNT)
                   MOVE PA-FORGONE-AMT TO WCT-FORGONE(WS-CTOT-COUNT)
               END-IF.

           WRITE-ONE-COST-LINE.
               MOVE SPACES TO WS-DISP-APPROVER
               PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                   UNTIL WS-PX-IDX > WS-PX-COUNT
                   MOVE WPX-RECORD(WS-PX-IDX)
                       TO PRICING-EXCEPTION-RECORD
                   IF PX-EXCEPTION-ID = WCT-EXCEPTION-ID(WS-CTOT-IDX)
                   AND PX-ACCOUNT-ID = WCT-ACCOUNT-ID(WS-CTOT-IDX)
                       MOVE PX-APPROVED-BY TO WS-DISP-APPROVER
                   END-IF
               END-PERFORM
               MOVE WCT-FORGONE(WS-CTOT-IDX) TO WS-DISP-FORGONE
               MOVE SPACES TO WS-OUT-LINE
               MOVE WCT-EXCEPTION-ID(WS-CTOT-IDX) TO WS-OUT-LINE(1:8)
               MOVE WCT-ACCOUNT-ID(WS-CTOT-IDX)   TO WS-OUT-LINE(10:10)
               MOVE WCT-KIND(WS-CTOT-IDX)         TO WS-OUT-LINE(21:1)
               MOVE WCT-FEE-CODE(WS-CTOT-IDX)     TO WS-OUT-LINE(23:3)
               MOVE WS-DISP-APPROVER             TO WS-OUT-LINE(27:6)
               MOVE WCT-TIMES(WS-CTOT-IDX)        TO WS-OUT-LINE(35:5)
               MOVE WS-DISP-FORGONE              TO WS-OUT-LINE(41:15)
               MOVE WS-OUT-LINE TO COST-RECORD
               WRITE COST-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Pricing Exceptions"
               DISPLAY "=============================================="
               DISPLAY "  Business Date      : " WS-TODAY
               DISPLAY "  Rows on File       : " WS-PX-COUNT
               DISPLAY "  In Force           : " WS-IN-FORCE-COUNT
               DISPLAY "  Pending Start      : " WS-PENDING-COUNT
               DISPLAY "  Expiring (30 days) : " WS-EXPIRING-COUNT
               DISPLAY "  Lapsed Tonight     : " WS-LAPSED-COUNT
               DISPLAY "  Refused            : " WS-REFUSED-COUNT
               IF COST-REPORT-DUE
                   MOVE WS-COST-TOTAL TO WS-DISP-TOTAL
                   DISPLAY "  Cost Month         : " WS-COST-MONTH
                   DISPLAY "  Income Given Up    : " WS-DISP-TOTAL
               ELSE
                   DISPLAY "  Cost Report        : (first business "
                       "day of the month only)"
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/PRICING-EXCEPTIONS.dat"
               DISPLAY "  → data/output/"
                   "PRICING-EXCEPTION-REPORT.dat"
               IF COST-REPORT-DUE
                   DISPLAY "  → data/output/"
                       "PRICING-EXCEPTION-COST.dat"
               END-IF
               DISPLAY "==============================================".
