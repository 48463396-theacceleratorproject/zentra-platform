      *================================================================
      * PROGRAM:    REG-O-REPORT.cbl
      * DESCRIPTION: Quarterly Regulation O insider lending report -
      *              the schedule the examiners ask for every exam.
      *              On the last business day of a calendar quarter
      *              (the same trigger CALL-REPORT runs on; any other
      *              night exits quietly) it writes REG-O-REPORT.dat:
      *                - the insider register: staff flagged with
      *                  OP-INSIDER-CLASS on OPERATORS.dat (tied to
      *                  the CIF through OP-CUSTOMER-ID), plus the
      *                  hand-kept INSIDER-REGISTER.dat for outside
      *                  directors, principal shareholders and
      *                  related interests;
      *                - every open loan and line on LOAN-MASTER.dat
      *                  paid from an account linked to an insider,
      *                  with its rate and term set beside the
      *                  average of the rest of the book for the same
      *                  loan kind (the kinds LOAN-ALLOWANCE pools
      *                  on); a rate more than WS-RATE-TOLERANCE
      *                  below, or a term more than WS-TERM-TOLERANCE
      *                  months beyond, the book is flagged;
      *                - each insider's credit (related interests
      *                  rolled in) against the individual limit, and
      *                  all insider credit against the aggregate
      *                  limit of WS-AGGREGATE-PCT of capital;
      *                - insider overdrafts on deposit accounts.
      *              Credit extended is the drawn balance plus the
      *              unused commitment of an active revolving line.
      *              Capital and the individual limit come from
      *              LENDING-LIMIT.dat or the GL, exactly as
      *              LENDING-LIMIT figures them.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REG-O-REPORT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional: no roster means no staff insiders.
               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Optional: the hand-kept half of the register.
               SELECT INSIDER-FILE
                   ASSIGN TO "data/input/INSIDER-REGISTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INS-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT LIMIT-TERMS-FILE
                   ASSIGN TO "data/input/LENDING-LIMIT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

               SELECT RUNNING-FILE
                   ASSIGN TO "data/output/GL-RUNNING-BALANCES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/REG-O-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OPERATORS-FILE.
           COPY "OPERATOR-RECORD.cpy".

           FD INSIDER-FILE.
           COPY "INSIDER-RECORD.cpy".

           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD LIMIT-TERMS-FILE.
           01 LIMIT-TERMS-IO        PIC X(40).

           FD RUNNING-FILE.
           01 RUNNING-IO            PIC X(40).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-INS-STATUS         PIC XX.
               88 WS-INS-FILE-OK       VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK     VALUE "00".
           01 WS-RUN-STATUS         PIC XX.
               88 WS-RUN-FILE-OK       VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPERATORS     VALUE "Y".
           01 WS-EOF-INS            PIC X VALUE "N".
               88 END-OF-INSIDERS      VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-RUN            PIC X VALUE "N".
               88 END-OF-RUN-LOAD      VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".

      *    --- Comparable-terms tolerances: an insider note priced
      *        more than 25 basis points under the book, or running
      *        more than a year longer, is not on substantially the
      *        same terms ---
           01 WS-RATE-TOLERANCE     PIC 9V9(6) VALUE 0.002500.
           01 WS-TERM-TOLERANCE     PIC 9(3) VALUE 12.

      *    --- Limits. The individual limit is the legal lending
      *        limit (LENDING-LIMIT.dat row layout: capital 1-15,
      *        limit percent 17-21); the aggregate limit on all
      *        insider credit is WS-AGGREGATE-PCT of capital ---
           01 WS-CAPITAL            PIC S9(13)V99 VALUE 0.
           01 WS-LIMIT-PCT          PIC 9V9(4) VALUE 0.1500.
           01 WS-AGGREGATE-PCT      PIC 9V9(4) VALUE 1.0000.
           01 WS-INDIVIDUAL-LIMIT   PIC 9(13)V99 VALUE 0.
           01 WS-AGGREGATE-LIMIT    PIC 9(13)V99 VALUE 0.
           01 WS-CAPITAL-SOURCE     PIC X(24)
                                    VALUE "GL EQUITY + EARNINGS".
           01 WS-TERMS-CAPITAL-X    PIC X(15).
           01 WS-TERMS-CAPITAL REDEFINES WS-TERMS-CAPITAL-X
                                    PIC 9(13)V99.
           01 WS-TERMS-PCT-X        PIC X(5).
           01 WS-TERMS-PCT REDEFINES WS-TERMS-PCT-X
                                    PIC 9V9(4).
           01 WS-BAL-IN             PIC S9(13)V99 SIGN LEADING
                                    SEPARATE.
           01 WS-BAL-IN-X REDEFINES WS-BAL-IN
                                    PIC X(16).

      *    --- Loan kinds, as LOAN-ALLOWANCE pools them, with the
      *        rest-of-book averages beside each ---
           01 WS-KIND-VALUES.
               05 FILLER PIC X(12) VALUE "RREVOLVING  ".
               05 FILLER PIC X(12) VALUE "MMORTGAGE   ".
               05 FILLER PIC X(12) VALUE "CCONSUMER   ".
               05 FILLER PIC X(12) VALUE "BCOMMERCIAL ".
               05 FILLER PIC X(12) VALUE "IINSTALLMENT".
           01 WS-KIND-DEFS REDEFINES WS-KIND-VALUES.
               05 WS-KIND-DEF OCCURS 5 TIMES.
                   10 WKD-CODE         PIC X(01).
                   10 WKD-NAME         PIC X(11).
           01 WS-KIND-MAX           PIC 9 VALUE 5.
           01 WS-BOOK-TABLE.
               05 WS-BOOK-KIND OCCURS 5 TIMES INDEXED BY WS-KIDX.
                   10 WBK-COUNT        PIC 9(5).
                   10 WBK-RATE-SUM     PIC 9(9)V9(6).
                   10 WBK-TERM-SUM     PIC 9(9).
                   10 WBK-AVG-RATE     PIC 9(3)V9(6).
                   10 WBK-AVG-TERM     PIC 9(3).
           01 WS-KIND-NUM           PIC 9.

      *    --- Insider register. WIN-ROLLUP is the row whose limit
      *        the insider's credit counts against - its own, or for
      *        a related interest the insider it belongs to ---
           01 WS-INS-MAX            PIC 9(4) VALUE 500.
           01 WS-INS-TABLE.
               05 WS-INS-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-IIDX.
                   10 WIN-CUSTOMER-ID  PIC X(10).
                   10 WIN-NAME         PIC X(25).
                   10 WIN-CLASS        PIC X(01).
                   10 WIN-RELATED-TO   PIC X(10).
                   10 WIN-TITLE        PIC X(20).
                   10 WIN-SOURCE       PIC X(08).
                   10 WIN-ROLLUP       PIC 9(4).
                   10 WIN-CREDIT       PIC 9(11)V99.
           01 WS-INS-COUNT          PIC 9(4) VALUE 0.
           01 WS-INS-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-LOOKUP-CUSTOMER    PIC X(10).
           01 WS-CLASS-LABEL        PIC X(20).

      *    --- Open loans, each tagged with the insider it belongs
      *        to (0 for the rest of the book) ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
                   10 WLN-INSIDER      PIC 9(4).
                   10 WLN-KIND         PIC 9.
                   10 WLN-CREDIT       PIC 9(11)V99.
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.

           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOOKUP-ACCOUNT     PIC X(10).

           01 WS-RAW-BALANCE-X      PIC X(12).
           01 WS-RAW-BALANCE REDEFINES WS-RAW-BALANCE-X
                               PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-OVERDRAWN          PIC 9(9)V99.

      *    --- Per-line figures and report totals ---
           01 WS-LINE-FLAGS         PIC X(40).
           01 WS-FLAG-PTR           PIC 9(3).
           01 WS-INSIDER-LOANS      PIC 9(5) VALUE 0.
           01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
           01 WS-OVER-INDIVIDUAL    PIC 9(5) VALUE 0.
           01 WS-OVERDRAFT-COUNT    PIC 9(5) VALUE 0.
           01 WS-TOTAL-INSIDER      PIC 9(13)V99 VALUE 0.
           01 WS-TOTAL-OVERDRAWN    PIC 9(13)V99 VALUE 0.
           01 WS-LIMIT-USED-PCT     PIC 9(5)V99.

      *    --- Quarter-end trigger (CALL-REPORT's test) ---
           01 WS-QTR-END            PIC X VALUE "N".
               88 REPORT-TONIGHT       VALUE "Y".
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-CUR-MONTH          PIC 99.

      *    --- Date / display ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-RATE-PCT           PIC 9(3)V9(4).
           01 WS-DISP-RATE          PIC ZZ9.9999.
           01 WS-DISP-TERM          PIC ZZ9.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
           01 WS-DISP-CAPITAL       PIC $$,$$$,$$$,$$$,$$9.99-.
           01 WS-DISP-PCT           PIC ZZZZ9.99.
           01 WS-OUT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-QUARTER-END
               IF NOT REPORT-TONIGHT
                   DISPLAY "  Not quarter end - no Reg O report"
                   STOP RUN
               END-IF
               PERFORM LOAD-LIMIT-TERMS
               IF WS-CAPITAL-SOURCE NOT = "LENDING-LIMIT.dat"
                   PERFORM LOAD-CAPITAL-FROM-GL
               END-IF
               IF WS-CAPITAL > 0
                   COMPUTE WS-INDIVIDUAL-LIMIT ROUNDED =
                       WS-CAPITAL * WS-LIMIT-PCT
                   COMPUTE WS-AGGREGATE-LIMIT ROUNDED =
                       WS-CAPITAL * WS-AGGREGATE-PCT
               END-IF
               PERFORM LOAD-STAFF-INSIDERS
               PERFORM LOAD-REGISTER-INSIDERS
               PERFORM SET-INSIDER-ROLLUP
                   VARYING WS-IIDX FROM 1 BY 1
                   UNTIL WS-IIDX > WS-INS-COUNT
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-LOANS
               PERFORM FIGURE-BOOK-AVERAGES
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open REG-O-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-REGISTER-SECTION
               PERFORM WRITE-LOAN-SECTION
               PERFORM WRITE-LIMIT-SECTION
               PERFORM WRITE-OVERDRAFT-SECTION
               CLOSE REPORT-FILE
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
               MOVE WS-DATE-INT(5:2) TO WS-CUR-MONTH
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    Month-end trigger narrowed to the quarter months.
           DETERMINE-QUARTER-END.
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
               AND (WS-CUR-MONTH = 3 OR WS-CUR-MONTH = 6
                    OR WS-CUR-MONTH = 9 OR WS-CUR-MONTH = 12)
                   MOVE "Y" TO WS-QTR-END
               END-IF.

      *    --- Optional file: one row; blank fields keep defaults ---
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
                   END-READ
                   CLOSE LIMIT-TERMS-FILE
               END-IF.

      *    Equity plus unclosed earnings, credit balances negated.
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

      *    --- Staff insiders: flagged roster rows that bank here ---
           LOAD-STAFF-INSIDERS.
               OPEN INPUT OPERATORS-FILE
               IF WS-OPER-FILE-OK
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPERATORS
                   CLOSE OPERATORS-FILE
               END-IF.

           READ-ONE-OPERATOR.
               READ OPERATORS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   IF OP-INSIDER
                   AND OP-CUSTOMER-ID NOT = SPACES
                       MOVE OP-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
                       PERFORM FIND-INSIDER
                       IF WS-INS-FOUND-IDX = 0
                       AND WS-INS-COUNT < WS-INS-MAX
                           ADD 1 TO WS-INS-COUNT
                           MOVE OP-CUSTOMER-ID
                               TO WIN-CUSTOMER-ID(WS-INS-COUNT)
                           MOVE OP-NAME TO WIN-NAME(WS-INS-COUNT)
                           MOVE OP-INSIDER-CLASS
                               TO WIN-CLASS(WS-INS-COUNT)
                           MOVE SPACES TO WIN-RELATED-TO(WS-INS-COUNT)
                           MOVE SPACES TO WIN-TITLE(WS-INS-COUNT)
                           STRING "OPERATOR " DELIMITED SIZE
                               OP-OPERATOR-ID DELIMITED SIZE
                               INTO WIN-TITLE(WS-INS-COUNT)
                           MOVE "STAFF" TO WIN-SOURCE(WS-INS-COUNT)
                           MOVE 0 TO WIN-CREDIT(WS-INS-COUNT)
                       END-IF
                   END-IF
               END-READ.

      *    --- Hand-kept insiders; a customer already on the roster
      *        keeps the roster's entry ---
           LOAD-REGISTER-INSIDERS.
               OPEN INPUT INSIDER-FILE
               IF WS-INS-FILE-OK
                   PERFORM READ-ONE-REGISTER-ROW
                       UNTIL END-OF-INSIDERS
                   CLOSE INSIDER-FILE
               END-IF.

           READ-ONE-REGISTER-ROW.
               READ INSIDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-INS
               NOT AT END
                   IF IR-ACTIVE
                   AND IR-VALID-CLASS
                   AND IR-CUSTOMER-ID NOT = SPACES
                       MOVE IR-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
                       PERFORM FIND-INSIDER
                       IF WS-INS-FOUND-IDX = 0
                       AND WS-INS-COUNT < WS-INS-MAX
                           ADD 1 TO WS-INS-COUNT
                           MOVE IR-CUSTOMER-ID
                               TO WIN-CUSTOMER-ID(WS-INS-COUNT)
                           MOVE IR-NAME  TO WIN-NAME(WS-INS-COUNT)
                           MOVE IR-CLASS TO WIN-CLASS(WS-INS-COUNT)
                           MOVE IR-RELATED-TO
                               TO WIN-RELATED-TO(WS-INS-COUNT)
                           MOVE IR-TITLE TO WIN-TITLE(WS-INS-COUNT)
                           MOVE "REGISTER" TO WIN-SOURCE(WS-INS-COUNT)
                           MOVE 0 TO WIN-CREDIT(WS-INS-COUNT)
                       END-IF
                   END-IF
               END-READ.

           FIND-INSIDER.
               MOVE 0 TO WS-INS-FOUND-IDX
               PERFORM VARYING WS-IIDX FROM 1 BY 1
                   UNTIL WS-IIDX > WS-INS-COUNT
                   IF WIN-CUSTOMER-ID(WS-IIDX) = WS-LOOKUP-CUSTOMER
                       SET WS-INS-FOUND-IDX TO WS-IIDX
                       SET WS-IIDX TO WS-INS-COUNT
                   END-IF
               END-PERFORM.

      *    A related interest whose insider is not on the register
      *    is measured on its own.
           SET-INSIDER-ROLLUP.
               SET WIN-ROLLUP(WS-IIDX) TO WS-IIDX
               IF WIN-CLASS(WS-IIDX) = "R"
               AND WIN-RELATED-TO(WS-IIDX) NOT = SPACES
                   PERFORM VARYING WS-INS-FOUND-IDX FROM 1 BY 1
                       UNTIL WS-INS-FOUND-IDX > WS-INS-COUNT
                       IF WIN-CUSTOMER-ID(WS-INS-FOUND-IDX)
                           = WIN-RELATED-TO(WS-IIDX)
                       AND WIN-CLASS(WS-INS-FOUND-IDX) NOT = "R"
                           MOVE WS-INS-FOUND-IDX
                               TO WIN-ROLLUP(WS-IIDX)
                       END-IF
                   END-PERFORM
               END-IF.

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

      *    --- Open loans and lines, each tagged with its insider ---
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
                       MOVE LOAN-MASTER-IO
                           TO WLN-RECORD(WS-LOAN-COUNT)
                       PERFORM CLASSIFY-LOAN
                       MOVE WS-KIND-NUM TO WLN-KIND(WS-LOAN-COUNT)
                       MOVE LN-PRINCIPAL TO WLN-CREDIT(WS-LOAN-COUNT)
                       IF LN-REVOLVING
                       AND LN-ACTIVE
                       AND LN-CREDIT-LIMIT-X IS NUMERIC
                       AND LN-CREDIT-LIMIT > LN-PRINCIPAL
                           MOVE LN-CREDIT-LIMIT
                               TO WLN-CREDIT(WS-LOAN-COUNT)
                       END-IF
                       MOVE LN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-ACCOUNT-INSIDER
                       MOVE WS-INS-FOUND-IDX
                           TO WLN-INSIDER(WS-LOAN-COUNT)
                   END-IF
               END-READ.

           CLASSIFY-LOAN.
               EVALUATE TRUE
                   WHEN LN-REVOLVING
                       MOVE 1 TO WS-KIND-NUM
                   WHEN LN-MORTGAGE
                       MOVE 2 TO WS-KIND-NUM
                   WHEN LN-CONSUMER
                       MOVE 3 TO WS-KIND-NUM
                   WHEN LN-COMMERCIAL
                       MOVE 4 TO WS-KIND-NUM
                   WHEN OTHER
                       MOVE 5 TO WS-KIND-NUM
               END-EVALUATE.

      *    The first insider among the account's linked customers.
           FIND-ACCOUNT-INSIDER.
               MOVE 0 TO WS-INS-FOUND-IDX
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = WS-LOOKUP-ACCOUNT
                   AND WS-INS-FOUND-IDX = 0
                       MOVE WCL-CUSTOMER-ID(WS-CLNK-IDX)
                           TO WS-LOOKUP-CUSTOMER
                       PERFORM FIND-INSIDER
                   END-IF
               END-PERFORM.

      *    The comparison book is every open loan of the kind that
      *    does not belong to an insider.
           FIGURE-BOOK-AVERAGES.
               PERFORM VARYING WS-KIDX FROM 1 BY 1
                   UNTIL WS-KIDX > WS-KIND-MAX
                   MOVE 0 TO WBK-COUNT(WS-KIDX)
                             WBK-RATE-SUM(WS-KIDX)
                             WBK-TERM-SUM(WS-KIDX)
                             WBK-AVG-RATE(WS-KIDX)
                             WBK-AVG-TERM(WS-KIDX)
               END-PERFORM
               PERFORM ADD-LOAN-TO-BOOK
                   VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
               PERFORM VARYING WS-KIDX FROM 1 BY 1
                   UNTIL WS-KIDX > WS-KIND-MAX
                   IF WBK-COUNT(WS-KIDX) > 0
                       COMPUTE WBK-AVG-RATE(WS-KIDX) ROUNDED =
                           WBK-RATE-SUM(WS-KIDX) / WBK-COUNT(WS-KIDX)
                       COMPUTE WBK-AVG-TERM(WS-KIDX) ROUNDED =
                           WBK-TERM-SUM(WS-KIDX) / WBK-COUNT(WS-KIDX)
                   END-IF
               END-PERFORM.

           ADD-LOAN-TO-BOOK.
               IF WLN-INSIDER(WS-LIDX) = 0
                   MOVE WLN-RECORD(WS-LIDX) TO LOAN-MASTER-RECORD
                   MOVE WLN-KIND(WS-LIDX) TO WS-KIND-NUM
                   IF LN-ANNUAL-RATE-X IS NUMERIC
                       ADD 1 TO WBK-COUNT(WS-KIND-NUM)
                       ADD LN-ANNUAL-RATE
                           TO WBK-RATE-SUM(WS-KIND-NUM)
                       ADD LN-TERM-MONTHS
                           TO WBK-TERM-SUM(WS-KIND-NUM)
                   END-IF
               END-IF.

           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - REGULATION O INSIDER LENDING "
                   DELIMITED SIZE
                   "REPORT  QUARTER ENDED " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    --- Section 1: the register ---
           WRITE-REGISTER-SECTION.
               MOVE "  INSIDER REGISTER" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "CUSTOMER"      TO WS-OUT-LINE(3:8)
               MOVE "NAME"          TO WS-OUT-LINE(14:4)
               MOVE "CLASS"         TO WS-OUT-LINE(40:5)
               MOVE "SOURCE"        TO WS-OUT-LINE(61:6)
               MOVE "RELATED TO"    TO WS-OUT-LINE(70:10)
               MOVE "TITLE"         TO WS-OUT-LINE(81:5)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-INSIDER
                   VARYING WS-IIDX FROM 1 BY 1
                   UNTIL WS-IIDX > WS-INS-COUNT
               IF WS-INS-COUNT = 0
                   MOVE "  (no insiders on the roster or register)"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-ONE-INSIDER.
               PERFORM SET-CLASS-LABEL
               MOVE SPACES TO WS-OUT-LINE
               MOVE WIN-CUSTOMER-ID(WS-IIDX) TO WS-OUT-LINE(3:10)
               MOVE WIN-NAME(WS-IIDX)        TO WS-OUT-LINE(14:25)
               MOVE WS-CLASS-LABEL           TO WS-OUT-LINE(40:20)
               MOVE WIN-SOURCE(WS-IIDX)      TO WS-OUT-LINE(61:8)
               MOVE WIN-RELATED-TO(WS-IIDX)  TO WS-OUT-LINE(70:10)
               MOVE WIN-TITLE(WS-IIDX)       TO WS-OUT-LINE(81:20)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           SET-CLASS-LABEL.
               EVALUATE WIN-CLASS(WS-IIDX)
                   WHEN "E"
                       MOVE "EXECUTIVE OFFICER"    TO WS-CLASS-LABEL
                   WHEN "D"
                       MOVE "DIRECTOR"             TO WS-CLASS-LABEL
                   WHEN "P"
                       MOVE "PRINCIPAL SHAREHOLDR" TO WS-CLASS-LABEL
                   WHEN OTHER
                       MOVE "RELATED INTEREST"     TO WS-CLASS-LABEL
               END-EVALUATE.

      *    --- Section 2: every insider loan against the book ---
           WRITE-LOAN-SECTION.
               MOVE "  INSIDER LOANS AND LINES" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "LOAN"          TO WS-OUT-LINE(3:4)
               MOVE "INSIDER"       TO WS-OUT-LINE(14:7)
               MOVE "CL"            TO WS-OUT-LINE(25:2)
               MOVE "KIND"          TO WS-OUT-LINE(28:4)
               MOVE "CREDIT EXTENDED" TO WS-OUT-LINE(39:15)
               MOVE "RATE %"        TO WS-OUT-LINE(57:6)
               MOVE "BOOK %"        TO WS-OUT-LINE(67:6)
               MOVE "TERM"          TO WS-OUT-LINE(75:4)
               MOVE "BOOK"          TO WS-OUT-LINE(81:4)
               MOVE "EXCEPTIONS"    TO WS-OUT-LINE(88:10)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-INSIDER-LOAN
                   VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
               IF WS-INSIDER-LOANS = 0
                   MOVE "  (no insider loans or lines)"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-ONE-INSIDER-LOAN.
               IF WLN-INSIDER(WS-LIDX) > 0
                   MOVE WLN-RECORD(WS-LIDX) TO LOAN-MASTER-RECORD
                   MOVE WLN-KIND(WS-LIDX) TO WS-KIND-NUM
                   SET WS-IIDX TO WLN-INSIDER(WS-LIDX)
                   ADD 1 TO WS-INSIDER-LOANS
                   ADD WLN-CREDIT(WS-LIDX) TO WS-TOTAL-INSIDER
                   MOVE WIN-ROLLUP(WS-IIDX) TO WS-INS-FOUND-IDX
                   ADD WLN-CREDIT(WS-LIDX)
                       TO WIN-CREDIT(WS-INS-FOUND-IDX)
                   PERFORM CHECK-COMPARABLE-TERMS
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE LN-LOAN-ID               TO WS-OUT-LINE(3:10)
                   MOVE WIN-CUSTOMER-ID(WS-IIDX) TO WS-OUT-LINE(14:10)
                   MOVE WIN-CLASS(WS-IIDX)       TO WS-OUT-LINE(25:1)
                   MOVE WKD-NAME(WS-KIND-NUM)    TO WS-OUT-LINE(28:11)
                   MOVE WLN-CREDIT(WS-LIDX) TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT           TO WS-OUT-LINE(40:14)
                   MOVE 0 TO WS-RATE-PCT
                   IF LN-ANNUAL-RATE-X IS NUMERIC
                       COMPUTE WS-RATE-PCT = LN-ANNUAL-RATE * 100
                   END-IF
                   MOVE WS-RATE-PCT TO WS-DISP-RATE
                   MOVE WS-DISP-RATE             TO WS-OUT-LINE(55:8)
                   COMPUTE WS-RATE-PCT =
                       WBK-AVG-RATE(WS-KIND-NUM) * 100
                   MOVE WS-RATE-PCT TO WS-DISP-RATE
                   MOVE WS-DISP-RATE             TO WS-OUT-LINE(65:8)
                   MOVE LN-TERM-MONTHS TO WS-DISP-TERM
                   MOVE WS-DISP-TERM             TO WS-OUT-LINE(76:3)
                   MOVE WBK-AVG-TERM(WS-KIND-NUM) TO WS-DISP-TERM
                   MOVE WS-DISP-TERM             TO WS-OUT-LINE(82:3)
                   MOVE WS-LINE-FLAGS            TO WS-OUT-LINE(88:40)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

      *    Rate below the book by more than the tolerance, or a term
      *    longer than the book by more than the tolerance (a
      *    revolving line has no term to compare). A kind with no
      *    other loans on the book has nothing to compare against
      *    and is flagged for a manual look.
           CHECK-COMPARABLE-TERMS.
               MOVE SPACES TO WS-LINE-FLAGS
               MOVE 1 TO WS-FLAG-PTR
               IF WBK-COUNT(WS-KIND-NUM) = 0
                   STRING "NO COMPARABLE BOOK " DELIMITED SIZE
                       INTO WS-LINE-FLAGS WITH POINTER WS-FLAG-PTR
               ELSE
                   IF LN-ANNUAL-RATE-X IS NUMERIC
                   AND LN-ANNUAL-RATE + WS-RATE-TOLERANCE
                       < WBK-AVG-RATE(WS-KIND-NUM)
                       STRING "RATE BELOW BOOK " DELIMITED SIZE
                           INTO WS-LINE-FLAGS
                           WITH POINTER WS-FLAG-PTR
                   END-IF
                   IF NOT LN-REVOLVING
                   AND LN-TERM-MONTHS
                       > WBK-AVG-TERM(WS-KIND-NUM) + WS-TERM-TOLERANCE
                       STRING "TERM OVER BOOK " DELIMITED SIZE
                           INTO WS-LINE-FLAGS
                           WITH POINTER WS-FLAG-PTR
                   END-IF
               END-IF
               IF WS-LINE-FLAGS NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF.

      *    --- Section 3: limits ---
           WRITE-LIMIT-SECTION.
               MOVE "  INSIDER CREDIT AGAINST LIMITS" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
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
               MOVE WS-INDIVIDUAL-LIMIT TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  INDIVIDUAL LIMIT    : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-INDIVIDUAL-LIMIT = 0
                   MOVE "  ** NO CAPITAL FIGURE - LIMITS NOT TESTED **"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               PERFORM WRITE-ONE-INSIDER-LIMIT
                   VARYING WS-IIDX FROM 1 BY 1
                   UNTIL WS-IIDX > WS-INS-COUNT
               MOVE WS-TOTAL-INSIDER TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL INSIDER CREDIT: " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-AGGREGATE-LIMIT TO WS-DISP-TOTAL
               MOVE 0 TO WS-LIMIT-USED-PCT
               IF WS-AGGREGATE-LIMIT > 0
                   COMPUTE WS-LIMIT-USED-PCT ROUNDED =
                       WS-TOTAL-INSIDER * 100 / WS-AGGREGATE-LIMIT
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-LIMIT-USED-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-LIMIT-USED-PCT TO WS-DISP-PCT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  AGGREGATE LIMIT     : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   "   USED: " DELIMITED SIZE
                   WS-DISP-PCT DELIMITED SIZE
                   "%" DELIMITED SIZE
                   INTO WS-OUT-LINE
               IF WS-AGGREGATE-LIMIT > 0
               AND WS-TOTAL-INSIDER > WS-AGGREGATE-LIMIT
                   MOVE "** OVER AGGREGATE LIMIT **"
                       TO WS-OUT-LINE(70:26)
               END-IF
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    Each insider proper (related interests roll into theirs)
      *    with any credit is measured against the individual limit.
           WRITE-ONE-INSIDER-LIMIT.
               IF WIN-ROLLUP(WS-IIDX) = WS-IIDX
               AND WIN-CREDIT(WS-IIDX) > 0
                   MOVE 0 TO WS-LIMIT-USED-PCT
                   IF WS-INDIVIDUAL-LIMIT > 0
                       COMPUTE WS-LIMIT-USED-PCT ROUNDED =
                           WIN-CREDIT(WS-IIDX) * 100
                           / WS-INDIVIDUAL-LIMIT
                           ON SIZE ERROR
                               MOVE 99999.99 TO WS-LIMIT-USED-PCT
                       END-COMPUTE
                   END-IF
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WIN-CUSTOMER-ID(WS-IIDX) TO WS-OUT-LINE(5:10)
                   MOVE WIN-NAME(WS-IIDX)        TO WS-OUT-LINE(16:25)
                   MOVE WIN-CREDIT(WS-IIDX) TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT           TO WS-OUT-LINE(42:14)
                   MOVE WS-LIMIT-USED-PCT TO WS-DISP-PCT
                   MOVE WS-DISP-PCT              TO WS-OUT-LINE(58:8)
                   MOVE "%"                      TO WS-OUT-LINE(66:1)
                   IF WS-INDIVIDUAL-LIMIT > 0
                   AND WIN-CREDIT(WS-IIDX) > WS-INDIVIDUAL-LIMIT
                       MOVE "OVER LIMIT"        TO WS-OUT-LINE(70:10)
                       ADD 1 TO WS-OVER-INDIVIDUAL
                   END-IF
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

      *    --- Section 4: insider overdrafts ---
           WRITE-OVERDRAFT-SECTION.
               MOVE "  INSIDER OVERDRAFTS" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCT-FILE-OK
                   PERFORM CHECK-ONE-ACCOUNT
                       UNTIL END-OF-ACCT-LOAD
                   CLOSE ACCOUNTS-FILE
               END-IF
               IF WS-OVERDRAFT-COUNT = 0
                   MOVE "  (no insider overdrafts)" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   MOVE WS-TOTAL-OVERDRAWN TO WS-DISP-TOTAL
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  INSIDER OVERDRAFTS: " DELIMITED SIZE
                       WS-OVERDRAFT-COUNT DELIMITED SIZE
                       "   TOTAL OVERDRAWN: " DELIMITED SIZE
                       WS-DISP-TOTAL DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           CHECK-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCT-FILE-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   MOVE ACCT-FILE-RECORD(46:12) TO WS-RAW-BALANCE-X
                   IF ACCT-FILE-RECORD(1:10) NOT = SPACES
                   AND WS-RAW-BALANCE IS NUMERIC
                   AND WS-RAW-BALANCE < 0
                       MOVE ACCT-FILE-RECORD(1:10)
                           TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-ACCOUNT-INSIDER
                       IF WS-INS-FOUND-IDX > 0
                           PERFORM WRITE-ONE-OVERDRAFT
                       END-IF
                   END-IF
               END-READ.

           WRITE-ONE-OVERDRAFT.
               SET WS-IIDX TO WS-INS-FOUND-IDX
               PERFORM SET-CLASS-LABEL
               COMPUTE WS-OVERDRAWN = 0 - WS-RAW-BALANCE
               ADD 1 TO WS-OVERDRAFT-COUNT
               ADD WS-OVERDRAWN TO WS-TOTAL-OVERDRAWN
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-LOOKUP-ACCOUNT        TO WS-OUT-LINE(3:10)
               MOVE WIN-CUSTOMER-ID(WS-IIDX) TO WS-OUT-LINE(14:10)
               MOVE WIN-NAME(WS-IIDX)        TO WS-OUT-LINE(25:25)
               MOVE WS-CLASS-LABEL           TO WS-OUT-LINE(51:20)
               MOVE WS-OVERDRAWN TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT           TO WS-OUT-LINE(72:14)
      *        Officers and directors may not be paid into overdraft
      *        at all; a principal shareholder's is only reported.
               IF WIN-CLASS(WS-IIDX) = "E"
               OR WIN-CLASS(WS-IIDX) = "D"
                   MOVE "PROHIBITED OVERDRAFT" TO WS-OUT-LINE(88:20)
               END-IF
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Regulation O Insider Report"
               DISPLAY "=============================================="
               DISPLAY "  Insiders on Register: " WS-INS-COUNT
               DISPLAY "  Insider Loans       : " WS-INSIDER-LOANS
               DISPLAY "  Terms Exceptions    : " WS-EXCEPTION-COUNT
               DISPLAY "  Over Indiv. Limit   : " WS-OVER-INDIVIDUAL
               DISPLAY "  Insider Overdrafts  : " WS-OVERDRAFT-COUNT
               MOVE WS-TOTAL-INSIDER TO WS-DISP-TOTAL
               DISPLAY "  Total Insider Credit: " WS-DISP-TOTAL
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/REG-O-REPORT.dat"
               DISPLAY "==============================================".
