      *================================================================
      * PROGRAM:    OD-OPT-IN-REPORT.cbl
      * DESCRIPTION: Monthly Regulation E overdraft consent report.
      *              On the first business day of a month it lists,
      *              by account type, for the prior month:
      *                - the active accounts whose product allows
      *                  overdraft (PRODUCT-MASTER.dat, or the five
      *                  built-in types when the file is absent) and
      *                  how many of them stand opted in to coverage
      *                  of ATM and one-time debit card items on
      *                  OD-OPT-INS.dat - the opt-in rate;
      *                - the opt-ins and revocations taken during the
      *                  month (OI-STATUS-DATE in the month);
      *                - the overdraft fees FEE-ENGINE waived for want
      *                  of consent, from the cumulative
      *                  OD-OPT-IN-WAIVERS.dat.
      *              Any other night the step is a no-op, the way
      *              PRICING-EXCEPTION-PROC's cost report is. Same
      *              previous-business-day test decides the month.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OD-OPT-IN-REPORT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCOUNTS-IN
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        Optional product reference file - a missing file
      *        seeds the five built-in types.
               SELECT PRODUCT-MASTER-FILE
                   ASSIGN TO "data/input/PRODUCT-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-STATUS.

      *        Optional: missing means nobody has opted in.
               SELECT OD-OPTIN-FILE
                   ASSIGN TO "data/input/OD-OPT-INS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPTIN-STATUS.

      *        Optional: cumulative, appended by FEE-ENGINE.
               SELECT OD-WAIVER-FILE
                   ASSIGN TO "data/output/OD-OPT-IN-WAIVERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ODW-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/OD-OPT-IN-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNTS-IN.
           01 ACCT-IN-RECORD        PIC X(100).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).

           FD OD-OPTIN-FILE.
           01 OD-OPTIN-IO           PIC X(50).

           FD OD-WAIVER-FILE.
           01 OD-WAIVER-IO          PIC X(70).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-PRD-STATUS         PIC XX.
               88 WS-PRD-FILE-OK       VALUE "00".
           01 WS-OPTIN-STATUS       PIC XX.
               88 WS-OPTIN-FILE-OK     VALUE "00".
           01 WS-ODW-STATUS         PIC XX.
               88 WS-ODW-FILE-OK       VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCOUNTS      VALUE "Y".
           01 WS-EOF-PRD            PIC X VALUE "N".
               88 END-OF-PRD-LOAD      VALUE "Y".
           01 WS-EOF-OPTIN          PIC X VALUE "N".
               88 END-OF-OPTIN-LOAD    VALUE "Y".
           01 WS-EOF-ODW            PIC X VALUE "N".
               88 END-OF-WAIVERS       VALUE "Y".

           COPY "PRODUCT-RECORD.cpy".
           COPY "OD-OPT-IN-RECORD.cpy".
           COPY "OD-OPT-IN-WAIVER-RECORD.cpy".

      *    --- Account types, their overdraft eligibility and the
      *        month's figures for each ---
           01 WS-PRD-MAX            PIC 99 VALUE 20.
           01 WS-PRD-TABLE.
               05 WS-PRD-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-PRD-IDX.
                   10 WPR-TYPE         PIC X(10).
                   10 WPR-OD-ALLOWED   PIC X(01).
                   10 WPR-ELIGIBLE     PIC 9(7).
                   10 WPR-OPTED-IN     PIC 9(7).
                   10 WPR-NEW-OPT-INS  PIC 9(7).
                   10 WPR-REVOKED      PIC 9(7).
                   10 WPR-WAIVED       PIC 9(7).
                   10 WPR-WAIVED-AMT   PIC 9(9)V99.
           01 WS-PRD-COUNT          PIC 99 VALUE 0.
           01 WS-PRD-FOUND-IDX      PIC 99 VALUE 0.
           01 WS-PRD-LOOKUP-TYPE    PIC X(10).

      *    --- Consent rows (account, status, status date) ---
           01 WS-OPTIN-MAX          PIC 9(4) VALUE 5000.
           01 WS-OPTIN-TABLE.
               05 WS-OPTIN-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-OPTIN-IDX.
                   10 WOI-ACCOUNT-ID   PIC X(10).
                   10 WOI-STATUS       PIC X(01).
                   10 WOI-STATUS-DATE  PIC X(10).
           01 WS-OPTIN-COUNT        PIC 9(4) VALUE 0.

      *    --- Work fields for the current account row ---
           01 WS-ACCT-ID            PIC X(10).
           01 WS-ACCT-TYPE          PIC X(10).
           01 WS-ACCT-STATUS-CODE   PIC X(01).

      *    --- Totals ---
           01 WS-ACCT-COUNT         PIC 9(7) VALUE 0.
           01 WS-TOT-ELIGIBLE       PIC 9(7) VALUE 0.
           01 WS-TOT-OPTED-IN       PIC 9(7) VALUE 0.
           01 WS-TOT-NEW-OPT-INS    PIC 9(7) VALUE 0.
           01 WS-TOT-REVOKED        PIC 9(7) VALUE 0.
           01 WS-TOT-WAIVED         PIC 9(7) VALUE 0.
           01 WS-TOT-WAIVED-AMT     PIC 9(9)V99 VALUE 0.
           01 WS-RATE-PCT           PIC 9(3)V9 VALUE 0.
           01 WS-DISP-COUNT         PIC ZZZ,ZZ9.
           01 WS-DISP-ELIGIBLE      PIC ZZZ,ZZ9.
           01 WS-DISP-OPTED-IN      PIC ZZZ,ZZ9.
           01 WS-DISP-NEW           PIC ZZ,ZZ9.
           01 WS-DISP-REVOKED       PIC ZZ,ZZ9.
           01 WS-DISP-RATE          PIC ZZ9.9.
           01 WS-DISP-AMOUNT        PIC $$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(80).

      *    --- Report month: the month the previous business day
      *        fell in, when that is not this month ---
           01 WS-REPORT-DUE         PIC X VALUE "N".
               88 OD-REPORT-DUE        VALUE "Y".
           01 WS-REPORT-MONTH       PIC X(07).
           01 WS-PREV-BUS-JULIAN    PIC 9(7).
           01 WS-PREV-BUS-INT       PIC 9(8).

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
               PERFORM DETERMINE-REPORT-MONTH
               IF NOT OD-REPORT-DUE
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               OPEN INPUT ACCOUNTS-IN
               IF NOT WS-ACCT-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNTS-MASTER.dat"
                   DISPLAY "FILE STATUS: " WS-ACCT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open OD-OPT-IN-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM LOAD-PRODUCT-MASTER
               PERFORM LOAD-OD-OPT-INS
               PERFORM READ-ACCOUNTS-LOOP
                   UNTIL END-OF-ACCOUNTS
               CLOSE ACCOUNTS-IN
               PERFORM TALLY-WAIVERS
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-TYPE-LINE
                   VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
               PERFORM WRITE-REPORT-TOTALS
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
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    First business day of a month: the previous business day
      *    (Friday, seen from a Monday) fell in another month - that
      *    month is the one reported.
           DETERMINE-REPORT-MONTH.
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
                   MOVE "Y" TO WS-REPORT-DUE
                   MOVE WS-PREV-BUS-INT(1:4) TO WS-REPORT-MONTH(1:4)
                   MOVE "-"                  TO WS-REPORT-MONTH(5:1)
                   MOVE WS-PREV-BUS-INT(5:2) TO WS-REPORT-MONTH(6:2)
               END-IF.

      *================================================================
      *    Reference data
      *================================================================
           LOAD-PRODUCT-MASTER.
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-PRD-FILE-OK
                   PERFORM READ-ONE-PRODUCT-ROW
                       UNTIL END-OF-PRD-LOAD
                   CLOSE PRODUCT-MASTER-FILE
               END-IF
               IF WS-PRD-COUNT = 0
                   PERFORM SEED-BUILTIN-PRODUCTS
               END-IF.

           READ-ONE-PRODUCT-ROW.
               READ PRODUCT-MASTER-FILE INTO PRODUCT-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-PRD
               NOT AT END
                   MOVE PRODUCT-MASTER-IO TO PRODUCT-RECORD
                   IF WS-PRD-COUNT < WS-PRD-MAX
                   AND PRD-TYPE-CODE NOT = SPACES
                       ADD 1 TO WS-PRD-COUNT
                       INITIALIZE WS-PRD-ENTRY(WS-PRD-COUNT)
                       MOVE PRD-TYPE-CODE
                           TO WPR-TYPE(WS-PRD-COUNT)
                       MOVE PRD-OD-ALLOWED
                           TO WPR-OD-ALLOWED(WS-PRD-COUNT)
                   END-IF
               END-READ.

      *    The historical five: CHECKING, BUSINESS and INTERNAL may
      *    run negative; SAVINGS and CD may not.
           SEED-BUILTIN-PRODUCTS.
               MOVE 5 TO WS-PRD-COUNT
               INITIALIZE WS-PRD-TABLE
               MOVE "CHECKING  " TO WPR-TYPE(1)
               MOVE "Y"          TO WPR-OD-ALLOWED(1)
               MOVE "SAVINGS   " TO WPR-TYPE(2)
               MOVE "N"          TO WPR-OD-ALLOWED(2)
               MOVE "BUSINESS  " TO WPR-TYPE(3)
               MOVE "Y"          TO WPR-OD-ALLOWED(3)
               MOVE "INTERNAL  " TO WPR-TYPE(4)
               MOVE "Y"          TO WPR-OD-ALLOWED(4)
               MOVE "CD        " TO WPR-TYPE(5)
               MOVE "N"          TO WPR-OD-ALLOWED(5).

           FIND-PRODUCT.
               MOVE 0 TO WS-PRD-FOUND-IDX
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
                   IF WPR-TYPE(WS-PRD-IDX) = WS-PRD-LOOKUP-TYPE
                       MOVE WS-PRD-IDX TO WS-PRD-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    --- Optional file: no OD-OPT-INS.dat, nobody opted in ---
           LOAD-OD-OPT-INS.
               OPEN INPUT OD-OPTIN-FILE
               IF WS-OPTIN-FILE-OK
                   PERFORM READ-ONE-OPT-IN
                       UNTIL END-OF-OPTIN-LOAD
                   CLOSE OD-OPTIN-FILE
               END-IF.

           READ-ONE-OPT-IN.
               READ OD-OPTIN-FILE INTO OD-OPTIN-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPTIN
               NOT AT END
                   MOVE OD-OPTIN-IO TO OD-OPT-IN-RECORD
                   IF OI-ACCOUNT-ID NOT = SPACES
                       IF WS-OPTIN-COUNT < WS-OPTIN-MAX
                           ADD 1 TO WS-OPTIN-COUNT
                           MOVE OI-ACCOUNT-ID
                               TO WOI-ACCOUNT-ID(WS-OPTIN-COUNT)
                           MOVE OI-STATUS
                               TO WOI-STATUS(WS-OPTIN-COUNT)
                           MOVE OI-STATUS-DATE
                               TO WOI-STATUS-DATE(WS-OPTIN-COUNT)
                       ELSE
                           DISPLAY "ERROR: OD-OPT-INS.dat exceeds "
                               WS-OPTIN-MAX " rows - rest ignored"
                           MOVE "Y" TO WS-EOF-OPTIN
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    The accounts - only active accounts on a product that can
      *    overdraw are asked for consent
      *================================================================
           READ-ACCOUNTS-LOOP.
               READ ACCOUNTS-IN INTO ACCT-IN-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF ACCT-IN-RECORD NOT = SPACES
                       ADD 1 TO WS-ACCT-COUNT
                       PERFORM EVALUATE-ACCOUNT
                   END-IF
               END-READ.

           EVALUATE-ACCOUNT.
               MOVE ACCT-IN-RECORD(1:10)  TO WS-ACCT-ID
               MOVE ACCT-IN-RECORD(36:10) TO WS-ACCT-TYPE
               MOVE ACCT-IN-RECORD(67:1)  TO WS-ACCT-STATUS-CODE
               IF WS-ACCT-STATUS-CODE NOT = "A"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ACCT-TYPE TO WS-PRD-LOOKUP-TYPE
               PERFORM FIND-PRODUCT
               IF WS-PRD-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               IF WPR-OD-ALLOWED(WS-PRD-FOUND-IDX) NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WPR-ELIGIBLE(WS-PRD-FOUND-IDX)
               PERFORM VARYING WS-OPTIN-IDX FROM 1 BY 1
                   UNTIL WS-OPTIN-IDX > WS-OPTIN-COUNT
                   IF WOI-ACCOUNT-ID(WS-OPTIN-IDX) = WS-ACCT-ID
                       PERFORM COUNT-CONSENT
                   END-IF
               END-PERFORM.

           COUNT-CONSENT.
               IF WOI-STATUS(WS-OPTIN-IDX) = "Y"
                   ADD 1 TO WPR-OPTED-IN(WS-PRD-FOUND-IDX)
               END-IF
               IF WOI-STATUS-DATE(WS-OPTIN-IDX)(1:7)
                   = WS-REPORT-MONTH
                   IF WOI-STATUS(WS-OPTIN-IDX) = "Y"
                       ADD 1 TO WPR-NEW-OPT-INS(WS-PRD-FOUND-IDX)
                   ELSE
                       ADD 1 TO WPR-REVOKED(WS-PRD-FOUND-IDX)
                   END-IF
               END-IF.

      *    --- Optional file: absent until FEE-ENGINE first waives a
      *        fee. A waiver on a type since dropped from the product
      *        master still counts in the totals ---
           TALLY-WAIVERS.
               OPEN INPUT OD-WAIVER-FILE
               IF WS-ODW-FILE-OK
                   PERFORM READ-ONE-WAIVER
                       UNTIL END-OF-WAIVERS
                   CLOSE OD-WAIVER-FILE
               END-IF.

           READ-ONE-WAIVER.
               READ OD-WAIVER-FILE INTO OD-WAIVER-IO
               AT END
                   MOVE "Y" TO WS-EOF-ODW
               NOT AT END
                   MOVE OD-WAIVER-IO TO OD-OPT-IN-WAIVER-RECORD
                   IF ODW-DATE(1:7) = WS-REPORT-MONTH
                   AND ODW-FEE-AMOUNT IS NUMERIC
                       ADD 1 TO WS-TOT-WAIVED
                       ADD ODW-FEE-AMOUNT TO WS-TOT-WAIVED-AMT
                       MOVE ODW-ACCOUNT-TYPE TO WS-PRD-LOOKUP-TYPE
                       PERFORM FIND-PRODUCT
                       IF WS-PRD-FOUND-IDX > 0
                           ADD 1 TO WPR-WAIVED(WS-PRD-FOUND-IDX)
                           ADD ODW-FEE-AMOUNT
                               TO WPR-WAIVED-AMT(WS-PRD-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    The report
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE "ZENTRA BANK - OVERDRAFT OPT-IN REPORT (REG E)"
                   TO WS-OUT-LINE
               PERFORM WRITE-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "Month: " DELIMITED SIZE
                   WS-REPORT-MONTH  DELIMITED SIZE
                   "   Run Date: " DELIMITED SIZE
                   WS-TODAY         DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-LINE
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "TYPE      ELIGIBLE OPTED-IN RATE%"
                   DELIMITED SIZE
                   "    NEW  REVOKED WAIVED   FEES WAIVED"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-LINE
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-LINE.

      *    A type that cannot overdraw has no line unless a waiver
      *    was somehow booked against it.
           WRITE-TYPE-LINE.
               IF WPR-OD-ALLOWED(WS-PRD-IDX) NOT = "Y"
               AND WPR-WAIVED(WS-PRD-IDX) = 0
                   EXIT PARAGRAPH
               END-IF
               ADD WPR-ELIGIBLE(WS-PRD-IDX)    TO WS-TOT-ELIGIBLE
               ADD WPR-OPTED-IN(WS-PRD-IDX)    TO WS-TOT-OPTED-IN
               ADD WPR-NEW-OPT-INS(WS-PRD-IDX) TO WS-TOT-NEW-OPT-INS
               ADD WPR-REVOKED(WS-PRD-IDX)     TO WS-TOT-REVOKED
               MOVE WPR-ELIGIBLE(WS-PRD-IDX)    TO WS-DISP-ELIGIBLE
               MOVE WPR-OPTED-IN(WS-PRD-IDX)    TO WS-DISP-OPTED-IN
               MOVE WPR-NEW-OPT-INS(WS-PRD-IDX) TO WS-DISP-NEW
               MOVE WPR-REVOKED(WS-PRD-IDX)     TO WS-DISP-REVOKED
               MOVE WPR-WAIVED(WS-PRD-IDX)      TO WS-DISP-COUNT
               MOVE WPR-WAIVED-AMT(WS-PRD-IDX)  TO WS-DISP-AMOUNT
               MOVE 0 TO WS-RATE-PCT
               IF WPR-ELIGIBLE(WS-PRD-IDX) > 0
                   COMPUTE WS-RATE-PCT ROUNDED =
                       WPR-OPTED-IN(WS-PRD-IDX) * 100
                       / WPR-ELIGIBLE(WS-PRD-IDX)
               END-IF
               MOVE WS-RATE-PCT TO WS-DISP-RATE
               MOVE SPACES TO WS-OUT-LINE
               STRING WPR-TYPE(WS-PRD-IDX) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-ELIGIBLE DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-DISP-OPTED-IN DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-RATE     DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-NEW      DELIMITED SIZE
                   "   " DELIMITED SIZE
                   WS-DISP-REVOKED  DELIMITED SIZE
                   WS-DISP-COUNT    DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-AMOUNT   DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-LINE.

           WRITE-REPORT-TOTALS.
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-LINE
               MOVE WS-TOT-ELIGIBLE    TO WS-DISP-ELIGIBLE
               MOVE WS-TOT-OPTED-IN    TO WS-DISP-OPTED-IN
               MOVE WS-TOT-NEW-OPT-INS TO WS-DISP-NEW
               MOVE WS-TOT-REVOKED     TO WS-DISP-REVOKED
               MOVE WS-TOT-WAIVED      TO WS-DISP-COUNT
               MOVE WS-TOT-WAIVED-AMT  TO WS-DISP-AMOUNT
               MOVE 0 TO WS-RATE-PCT
               IF WS-TOT-ELIGIBLE > 0
                   COMPUTE WS-RATE-PCT ROUNDED =
                       WS-TOT-OPTED-IN * 100 / WS-TOT-ELIGIBLE
               END-IF
               MOVE WS-RATE-PCT TO WS-DISP-RATE
               MOVE SPACES TO WS-OUT-LINE
               STRING "TOTAL      " DELIMITED SIZE
                   WS-DISP-ELIGIBLE DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-DISP-OPTED-IN DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-RATE     DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-NEW      DELIMITED SIZE
                   "   " DELIMITED SIZE
                   WS-DISP-REVOKED  DELIMITED SIZE
                   WS-DISP-COUNT    DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-AMOUNT   DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-LINE.

           WRITE-LINE.
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Overdraft Opt-In Report"
               DISPLAY "=============================================="
               IF NOT OD-REPORT-DUE
                   DISPLAY "  Opt-In Report      : (first business "
                       "day of the month only)"
               ELSE
                   MOVE WS-RATE-PCT TO WS-DISP-RATE
                   MOVE WS-TOT-WAIVED-AMT TO WS-DISP-AMOUNT
                   DISPLAY "  Report Month       : " WS-REPORT-MONTH
                   DISPLAY "  Accounts Scanned   : " WS-ACCT-COUNT
                   DISPLAY "  OD-Eligible        : " WS-TOT-ELIGIBLE
                   DISPLAY "  Opted In           : " WS-TOT-OPTED-IN
                       " (" WS-DISP-RATE "%)"
                   DISPLAY "  Fees Waived        : " WS-TOT-WAIVED
                       " (" WS-DISP-AMOUNT ")"
                   DISPLAY "------------------------------------------"
                   DISPLAY "  → data/output/OD-OPT-IN-REPORT.dat"
               END-IF
               DISPLAY "==============================================".
