      *================================================================
      * PROGRAM:    BANKRUPTCY-CLAIMS.cbl
      * DESCRIPTION: Proof-of-claim schedule for the legal
      *              department. For every case standing filed on
      *              legal's BANKRUPTCY-FILINGS.dat (the automatic
      *              stay in force) it lists each loan on
      *              LOAN-MASTER.dat whose payment account the debtor
      *              is linked to through CUSTOMER-ACCOUNT-LINKS.dat
      *              - co-borrowers' loans included - with what the
      *              bank is owed as of the petition date:
      *                - remaining principal;
      *                - interest to the filing date, figured the
      *                  way LOAN-PAYOFF figures a payoff: daily
      *                  (rate / 365) from the due date the last
      *                  collected payment covered, plus interest a
      *                  hardship deferral set aside; a revolving
      *                  line claims its unbilled LN-ACCRUED-INT;
      *                - unpaid late charges (LN-FEE-BALANCE);
      *                - the arrearage - missed installments times
      *                  the scheduled payment - which a chapter 13
      *                  plan must cure.
      *              Paid-off loans drop out; charged-off loans stay
      *              on the schedule at their remaining principal,
      *              since the debt survives the write-off. A case
      *              whose debtor is not on the CIF, or whose chapter
      *              is not 07/11/13, is listed as an exception for
      *              legal to correct. Written every night to
      *              BANKRUPTCY-CLAIMS.dat, so the schedule is ready
      *              whenever the claims bar date comes up.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BANKRUPTCY-CLAIMS.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional: no cases on file means an empty schedule.
               SELECT BANKRUPTCY-FILE
                   ASSIGN TO "data/input/BANKRUPTCY-FILINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.

               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/BANKRUPTCY-CLAIMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD BANKRUPTCY-FILE.
           01 BANKRUPTCY-IO         PIC X(100).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-BK-STATUS          PIC XX.
               88 WS-BK-FILE-OK        VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK      VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-BK             PIC X VALUE "N".
               88 END-OF-BK-LOAD       VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".

           COPY "BANKRUPTCY-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".

      *    --- Cases standing filed, in file order ---
           01 WS-CASE-MAX           PIC 999 VALUE 500.
           01 WS-CASE-TABLE.
               05 WS-CASE-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-CSIDX.
                   10 WCS-RECORD       PIC X(100).
           01 WS-CASE-COUNT         PIC 999 VALUE 0.
           01 WS-CLOSED-COUNT       PIC 999 VALUE 0.

      *    --- Loan table ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.

      *    --- Debtor names from the CIF ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-NAME         PIC X(25).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-DEBTOR-NAME        PIC X(25).

           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-DEBTOR-ON-LOAN     PIC X VALUE "N".
               88 DEBTOR-LIABLE        VALUE "Y".

      *    --- Claim figures as of the petition date ---
           01 WS-PETITION-JULIAN    PIC 9(7).
           01 WS-INTEREST-FROM-JULIAN PIC 9(7).
           01 WS-INTEREST-DAYS      PIC S9(5).
           01 WS-CLAIM-INTEREST     PIC 9(9)V99.
           01 WS-CLAIM-FEES         PIC 9(7)V99.
           01 WS-CLAIM-ARREARS      PIC 9(9)V99.
           01 WS-CLAIM-TOTAL        PIC 9(11)V99.
           01 WS-CASE-LOANS         PIC 999 VALUE 0.
           01 WS-CASE-TOTAL         PIC 9(11)V99 VALUE 0.
           01 WS-GRAND-LOANS        PIC 9(4) VALUE 0.
           01 WS-GRAND-TOTAL        PIC 9(13)V99 VALUE 0.
           01 WS-EXCEPTION-COUNT    PIC 999 VALUE 0.
           01 WS-CASE-EXCEPTION     PIC X(20).
           01 WS-DAYS-IN-STAY       PIC S9(5).

      *    --- Previous due date (one calendar month back from
      *        LN-NEXT-DUE-DATE, day clamped the way LOAN-PAYOFF
      *        clamps it) ---
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

      *    --- Report work ---
           01 WS-OUT-LINE           PIC X(132).
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-INTEREST       PIC Z,ZZZ,ZZ9.99.
           01 WS-RPT-FEE            PIC ZZZ,ZZ9.99.
           01 WS-RPT-DAYS           PIC ZZZZ9.
           01 WS-RPT-MISSED         PIC Z9.
           01 WS-RPT-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-DISP-AMOUNT        PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-CASES
               PERFORM LOAD-LOANS
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open BANKRUPTCY-CLAIMS.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM SCHEDULE-ONE-CASE
                   VARYING WS-CSIDX FROM 1 BY 1
                   UNTIL WS-CSIDX > WS-CASE-COUNT
               IF WS-CASE-COUNT = 0
                   MOVE "  (no bankruptcy cases standing filed)"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
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

      *    --- Only a case still filed holds the stay; discharged
      *        and dismissed cases are counted, not scheduled ---
           LOAD-CASES.
               OPEN INPUT BANKRUPTCY-FILE
               IF WS-BK-FILE-OK
                   PERFORM READ-ONE-CASE
                       UNTIL END-OF-BK-LOAD
                   CLOSE BANKRUPTCY-FILE
               END-IF.

           READ-ONE-CASE.
               READ BANKRUPTCY-FILE INTO BANKRUPTCY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-BK
               NOT AT END
                   IF BK-CUSTOMER-ID NOT = SPACES
                       IF BK-STAY-ACTIVE
                           IF WS-CASE-COUNT < WS-CASE-MAX
                               ADD 1 TO WS-CASE-COUNT
                               MOVE BANKRUPTCY-RECORD
                                   TO WCS-RECORD(WS-CASE-COUNT)
                           END-IF
                       ELSE
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
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
                       MOVE CUSTOMER-IO(1:10)
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CUSTOMER-IO(11:25)
                           TO WCU-NAME(WS-CUST-COUNT)
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

           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - BANKRUPTCY PROOF OF CLAIM "
                   DELIMITED SIZE
                   "SCHEDULE  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    One block per case: the case line, the debtor, then the
      *    loans with their claim figures and the case total.
           SCHEDULE-ONE-CASE.
               MOVE WCS-RECORD(WS-CSIDX) TO BANKRUPTCY-RECORD
               PERFORM FIND-DEBTOR-NAME
               MOVE SPACES TO WS-CASE-EXCEPTION
               IF WS-DEBTOR-NAME = SPACES
                   MOVE "DEBTOR NOT ON CIF" TO WS-CASE-EXCEPTION
               ELSE
               IF NOT BK-CHAPTER-7
               AND NOT BK-CHAPTER-11
               AND NOT BK-CHAPTER-13
                   MOVE "UNKNOWN CHAPTER" TO WS-CASE-EXCEPTION
               END-IF
               END-IF
               IF WS-CASE-EXCEPTION NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               MOVE 0 TO WS-PETITION-JULIAN
               MOVE 0 TO WS-DAYS-IN-STAY
               IF BK-FILING-DATE(1:4) IS NUMERIC
                   MOVE BK-FILING-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE BK-FILING-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE BK-FILING-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PETITION-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                   COMPUTE WS-DAYS-IN-STAY =
                       WS-TODAY-JULIAN - WS-PETITION-JULIAN
               END-IF
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-DAYS-IN-STAY TO WS-RPT-DAYS
               MOVE SPACES TO WS-OUT-LINE
               STRING "  CASE " DELIMITED SIZE
                   BK-CASE-NUMBER DELIMITED SIZE
                   "  CHAPTER " DELIMITED SIZE
                   BK-CHAPTER DELIMITED SIZE
                   "  FILED " DELIMITED SIZE
                   BK-FILING-DATE DELIMITED SIZE
                   "  DAYS IN STAY " DELIMITED SIZE
                   WS-RPT-DAYS DELIMITED SIZE
                   "  TRUSTEE " DELIMITED SIZE
                   BK-TRUSTEE DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  DEBTOR " DELIMITED SIZE
                   BK-CUSTOMER-ID DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-DEBTOR-NAME DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-CASE-EXCEPTION DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "LOAN"          TO WS-OUT-LINE(5:4)
               MOVE "ACCOUNT"       TO WS-OUT-LINE(16:7)
               MOVE "ST"            TO WS-OUT-LINE(27:2)
               MOVE "NEXT DUE"      TO WS-OUT-LINE(30:8)
               MOVE "MISS"          TO WS-OUT-LINE(41:4)
               MOVE "PRINCIPAL"     TO WS-OUT-LINE(52:9)
               MOVE "INTEREST"      TO WS-OUT-LINE(66:8)
               MOVE "LATE FEES"     TO WS-OUT-LINE(76:9)
               MOVE "ARREARAGE"     TO WS-OUT-LINE(92:9)
               MOVE "CLAIM"         TO WS-OUT-LINE(113:5)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 0 TO WS-CASE-LOANS
               MOVE 0 TO WS-CASE-TOTAL
               PERFORM SCHEDULE-ONE-LOAN
                   VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
               IF WS-CASE-LOANS = 0
                   MOVE "    (no loans owed by this debtor)"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE WS-CASE-TOTAL TO WS-RPT-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               MOVE "CASE TOTAL"    TO WS-OUT-LINE(92:10)
               MOVE WS-RPT-TOTAL    TO WS-OUT-LINE(103:16)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           FIND-DEBTOR-NAME.
               MOVE SPACES TO WS-DEBTOR-NAME
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-CUSTOMER-ID(WS-CUST-IDX) = BK-CUSTOMER-ID
                       MOVE WCU-NAME(WS-CUST-IDX) TO WS-DEBTOR-NAME
                   END-IF
               END-PERFORM.

      *    A loan belongs on the debtor's schedule when the debtor
      *    is any customer on its payment account.
           SCHEDULE-ONE-LOAN.
               MOVE WLN-RECORD(WS-LIDX) TO LOAN-MASTER-RECORD
               IF LN-LOAN-ID NOT = SPACES
               AND NOT LN-PAID-OFF
                   MOVE "N" TO WS-DEBTOR-ON-LOAN
                   PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                       UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                       IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = LN-ACCOUNT-ID
                       AND WCL-CUSTOMER-ID(WS-CLNK-IDX)
                           = BK-CUSTOMER-ID
                           MOVE "Y" TO WS-DEBTOR-ON-LOAN
                       END-IF
                   END-PERFORM
                   IF DEBTOR-LIABLE
                       PERFORM FIGURE-CLAIM
                       PERFORM WRITE-CLAIM-LINE
                   END-IF
               END-IF.

      *    The claim as of the petition date. Interest on an
      *    installment note runs from the due date the last
      *    collected payment covered up to the filing, never
      *    negative; a revolving line claims what sits unbilled in
      *    LN-ACCRUED-INT.
           FIGURE-CLAIM.
               MOVE 0 TO WS-CLAIM-INTEREST
               IF LN-REVOLVING
                   IF LN-ACCRUED-INT-X IS NUMERIC
                       MOVE LN-ACCRUED-INT TO WS-CLAIM-INTEREST
                   END-IF
               ELSE
                   IF LN-NEXT-DUE-DATE(1:4) IS NUMERIC
                   AND LN-ANNUAL-RATE-X IS NUMERIC
                   AND WS-PETITION-JULIAN > 0
                       PERFORM FIND-PREVIOUS-DUE-DATE
                       COMPUTE WS-INTEREST-DAYS =
                           WS-PETITION-JULIAN - WS-INTEREST-FROM-JULIAN
                       IF WS-INTEREST-DAYS < 0
                           MOVE 0 TO WS-INTEREST-DAYS
                       END-IF
                       COMPUTE WS-CLAIM-INTEREST ROUNDED =
                           LN-PRINCIPAL * LN-ANNUAL-RATE
                           * WS-INTEREST-DAYS / 365
                   END-IF
      *            plus any interest a hardship deferral set aside
                   IF LN-ACCRUED-INT-X IS NUMERIC
                       ADD LN-ACCRUED-INT TO WS-CLAIM-INTEREST
                   END-IF
               END-IF
               MOVE 0 TO WS-CLAIM-FEES
               IF LN-FEE-BALANCE-X IS NUMERIC
                   MOVE LN-FEE-BALANCE TO WS-CLAIM-FEES
               END-IF
               MOVE 0 TO WS-CLAIM-ARREARS
               IF LN-PAYMENT-X IS NUMERIC
               AND LN-MISSED-COUNT IS NUMERIC
                   COMPUTE WS-CLAIM-ARREARS =
                       LN-PAYMENT * LN-MISSED-COUNT
               END-IF
               COMPUTE WS-CLAIM-TOTAL =
                   LN-PRINCIPAL + WS-CLAIM-INTEREST + WS-CLAIM-FEES
               ADD 1 TO WS-CASE-LOANS
               ADD 1 TO WS-GRAND-LOANS
               ADD WS-CLAIM-TOTAL TO WS-CASE-TOTAL
               ADD WS-CLAIM-TOTAL TO WS-GRAND-TOTAL.

      *    The arrearage is part of the claim, not added to it - it
      *    is shown for the chapter 13 plan's cure amount.
           WRITE-CLAIM-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE LN-LOAN-ID       TO WS-OUT-LINE(5:10)
               MOVE LN-ACCOUNT-ID    TO WS-OUT-LINE(16:10)
               MOVE LN-STATUS        TO WS-OUT-LINE(27:1)
               MOVE LN-NEXT-DUE-DATE TO WS-OUT-LINE(30:10)
               MOVE LN-MISSED-COUNT  TO WS-RPT-MISSED
               MOVE WS-RPT-MISSED    TO WS-OUT-LINE(43:2)
               MOVE LN-PRINCIPAL     TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT    TO WS-OUT-LINE(47:14)
               MOVE WS-CLAIM-INTEREST TO WS-RPT-INTEREST
               MOVE WS-RPT-INTEREST  TO WS-OUT-LINE(62:12)
               MOVE WS-CLAIM-FEES    TO WS-RPT-FEE
               MOVE WS-RPT-FEE       TO WS-OUT-LINE(75:10)
               MOVE WS-CLAIM-ARREARS TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT    TO WS-OUT-LINE(87:14)
               MOVE WS-CLAIM-TOTAL   TO WS-RPT-TOTAL
               MOVE WS-RPT-TOTAL     TO WS-OUT-LINE(103:16)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

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

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-GRAND-TOTAL TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  CASES IN STAY " DELIMITED SIZE
                   WS-CASE-COUNT DELIMITED SIZE
                   "  LOANS SCHEDULED " DELIMITED SIZE
                   WS-GRAND-LOANS DELIMITED SIZE
                   "  TOTAL CLAIMED " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   "  EXCEPTIONS " DELIMITED SIZE
                   WS-EXCEPTION-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               MOVE WS-GRAND-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Bankruptcy Proof of Claim"
               DISPLAY "=============================================="
               DISPLAY "  Cases in Stay      : " WS-CASE-COUNT
               DISPLAY "  Cases Closed       : " WS-CLOSED-COUNT
               DISPLAY "  Loans Scheduled    : " WS-GRAND-LOANS
               DISPLAY "  Total Claimed      : " WS-DISP-AMOUNT
               DISPLAY "  Case Exceptions    : " WS-EXCEPTION-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/BANKRUPTCY-CLAIMS.dat"
               DISPLAY "==============================================".
