      *================================================================
      * PROGRAM:    TAX-1098.cbl
      * DESCRIPTION: Year-end Form 1098 mortgage interest extract -
      *              TAX-1099-INT's counterpart for the loan book.
      *              For every mortgage on LOAN-MASTER.dat it reads
      *              the cumulative LOAN-HISTORY.dat back for the tax
      *              year and totals:
      *                - interest received: the interest split of
      *                  each payment and payoff LOAN-SETTLE
      *                  collected (a payoff quote, a deferral or a
      *                  late charge is not interest paid);
      *                - points: the origination fee LOAN-ORIGINATION
      *                  booked with the note, when the note was
      *                  booked in the tax year;
      *                - the principal outstanding on January 1 (the
      *                  principal after the last event before the
      *                  year opened, or the amount booked for a note
      *                  originated during the year) and the
      *                  origination date.
      *              The payer's name, TIN and mailing address come
      *              from the CIF through the loan's linked deposit
      *              account, as on LOAN-STATEMENT. Interest plus
      *              points under the $600.00 reporting threshold is
      *              not 1098-reportable. Writes:
      *                - TAX-1098.dat, one fixed-layout IRS row per
      *                  reportable mortgage;
      *                - TAX-1098-CONTROL.dat, counts and totals to
      *                  balance the filing before it goes out;
      *                - TAX-1098-COPIES.dat, the borrower's copy,
      *                  one page per reportable mortgage, TIN masked
      *                  to its last four digits.
      *              The tax year is the business date's year, except
      *              that a January run files for the year just
      *              closed. Run on demand at year end - not part of
      *              the nightly BATCH-RUNNER chain.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TAX-1098.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional: no history means no interest received.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

      *        CIF and links for the payer's name, TIN and address -
      *        optional; a mortgage with no linked customer extracts
      *        with a blank TIN for the filing clerk to chase.
               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT EXTRACT-FILE
                   ASSIGN TO "data/output/TAX-1098.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXT-STATUS.

               SELECT CONTROL-REPORT-FILE
                   ASSIGN TO "data/output/TAX-1098-CONTROL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.

               SELECT COPY-FILE
                   ASSIGN TO "data/output/TAX-1098-COPIES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CPY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

      *    Box 1 interest, box 2 principal outstanding, box 3
      *    origination date, box 6 points; the payer block follows.
           FD EXTRACT-FILE.
           01 EXTRACT-RECORD.
               05 X98-LOAN-ID          PIC X(10).
               05 X98-TAX-YEAR         PIC X(04).
               05 X98-INTEREST         PIC 9(9)V99.
               05 X98-POINTS           PIC 9(7)V99.
               05 X98-PRINCIPAL        PIC 9(9)V99.
               05 X98-ORIG-DATE        PIC X(10).
               05 X98-TAX-ID           PIC X(11).
               05 X98-PAYER-NAME       PIC X(25).
               05 X98-ADDR-LINE-1      PIC X(30).
               05 X98-ADDR-LINE-2      PIC X(30).
               05 X98-CITY-STATE-ZIP   PIC X(30).
               05 FILLER               PIC X(19) VALUE SPACES.

           FD CONTROL-REPORT-FILE.
           01 CONTROL-RECORD        PIC X(80).

           FD COPY-FILE.
           01 COPY-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-HIST-STATUS        PIC XX.
               88 WS-HIST-FILE-OK       VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK       VALUE "00".
           01 WS-EXT-STATUS         PIC XX.
               88 WS-EXT-FILE-OK        VALUE "00".
           01 WS-CTL-STATUS         PIC XX.
               88 WS-CTL-FILE-OK        VALUE "00".
           01 WS-CPY-STATUS         PIC XX.
               88 WS-CPY-FILE-OK        VALUE "00".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-HIST           PIC X VALUE "N".
               88 END-OF-HISTORY       VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".

      *    --- Federal reporting threshold: under $600.00 of
      *        mortgage interest (points included) for the year is
      *        not 1098-reportable ---
           01 WS-REPORTING-FLOOR    PIC 9(3)V99 VALUE 600.00.

      *    --- Mortgage table, the year's figures totalled beside
      *        each loan as the history is read ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-RECORD       PIC X(100).
                   10 WLN-INTEREST     PIC 9(9)V99.
                   10 WLN-POINTS       PIC 9(7)V99.
                   10 WLN-OPEN-PRIN    PIC 9(9)V99.
                   10 WLN-ORIG-DATE    PIC X(10).
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOAN-FOUND-IDX     PIC 9(4) VALUE 0.

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
           01 WS-PAYER-CUST-IDX     PIC 9(4) VALUE 0.

      *    --- Tax year ---
           01 WS-TAX-YEAR           PIC 9(4).
           01 WS-YEAR-START         PIC X(10).

      *    --- Per-loan figures ---
           01 WS-REPORTABLE         PIC 9(9)V99.
           01 WS-MASKED-TIN         PIC X(11).

      *    --- Control totals ---
           01 WS-HIST-READ          PIC 9(7) VALUE 0.
           01 WS-REPORTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-UNDER-FLOOR-COUNT  PIC 9(5) VALUE 0.
           01 WS-NO-CIF-COUNT       PIC 9(5) VALUE 0.
           01 WS-NO-TAXID-COUNT     PIC 9(5) VALUE 0.
           01 WS-TOTAL-INTEREST     PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-POINTS       PIC 9(11)V99 VALUE 0.
           01 WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(80).

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM SET-TAX-YEAR
               PERFORM LOAD-MORTGAGES
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM TOTAL-LOAN-HISTORY
               OPEN OUTPUT EXTRACT-FILE
               IF NOT WS-EXT-FILE-OK
                   DISPLAY "ERROR: Cannot open TAX-1098.dat"
                   DISPLAY "FILE STATUS: " WS-EXT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT COPY-FILE
               IF NOT WS-CPY-FILE-OK
                   DISPLAY "ERROR: Cannot open TAX-1098-COPIES.dat"
                   DISPLAY "FILE STATUS: " WS-CPY-STATUS
                   STOP RUN
               END-IF
               PERFORM EXTRACT-ONE-LOAN
                   VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
               CLOSE EXTRACT-FILE
               CLOSE COPY-FILE
               PERFORM WRITE-CONTROL-REPORT
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

      *    The forms go out in January for the year just closed; a
      *    run late in December (a trial balance of the filing)
      *    works the year still open.
           SET-TAX-YEAR.
               MOVE WS-DATE-INT(1:4) TO WS-TAX-YEAR
               IF WS-DATE-INT(5:2) = "01"
                   SUBTRACT 1 FROM WS-TAX-YEAR
               END-IF
               MOVE SPACES TO WS-YEAR-START
               STRING WS-TAX-YEAR DELIMITED SIZE
                   "-01-01" DELIMITED SIZE
                   INTO WS-YEAR-START.

      *    Every mortgage, whatever its status - a note paid off or
      *    charged off during the year still owes its borrower the
      *    form for the interest paid before it closed.
           LOAD-MORTGAGES.
               OPEN INPUT LOAN-MASTER-FILE
               IF NOT WS-LOAN-FILE-OK
                   DISPLAY "ERROR: Cannot open LOAN-MASTER.dat"
                   DISPLAY "FILE STATUS: " WS-LOAN-STATUS
                   STOP RUN
               END-IF
               PERFORM LOAD-LOAN-LOOP
                   UNTIL END-OF-LOANS
               CLOSE LOAN-MASTER-FILE.

           LOAD-LOAN-LOOP.
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   MOVE LOAN-MASTER-IO TO LOAN-MASTER-RECORD
                   IF LN-MORTGAGE
                   AND WS-LOAN-COUNT < WS-LOAN-MAX
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-MASTER-IO
                           TO WLN-RECORD(WS-LOAN-COUNT)
                       MOVE 0 TO WLN-INTEREST(WS-LOAN-COUNT)
                                 WLN-POINTS(WS-LOAN-COUNT)
                                 WLN-OPEN-PRIN(WS-LOAN-COUNT)
                       MOVE SPACES TO WLN-ORIG-DATE(WS-LOAN-COUNT)
                   END-IF
               END-READ.

      *    --- Optional CIF files ---
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

      *    --- One pass over the cumulative history. The file is
      *        appended in business-date order, so the last row
      *        before the year opened leaves the January 1
      *        principal behind it ---
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
                   IF LH-DATE(1:4) <= WS-YEAR-START(1:4)
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

      *    Only money actually collected counts as interest paid:
      *    the split of a payment or a payoff. The booking row
      *    carries the origination date and, for a note booked in
      *    the tax year, the points and the opening principal.
           ADD-HISTORY-TO-LOAN.
               MOVE WS-LOAN-FOUND-IDX TO WS-LIDX
               IF LH-BOOKED
                   MOVE LH-DATE TO WLN-ORIG-DATE(WS-LIDX)
               END-IF
               IF LH-DATE < WS-YEAR-START
                   MOVE LH-PRINCIPAL-AFTER TO WLN-OPEN-PRIN(WS-LIDX)
               ELSE
                   IF LH-PAYMENT OR LH-PAYOFF
                       ADD LH-INTEREST-AMT TO WLN-INTEREST(WS-LIDX)
                   END-IF
                   IF LH-BOOKED
                       ADD LH-FEE-AMT TO WLN-POINTS(WS-LIDX)
                       MOVE LH-AMOUNT TO WLN-OPEN-PRIN(WS-LIDX)
                   END-IF
               END-IF.

           EXTRACT-ONE-LOAN.
               MOVE WLN-RECORD(WS-LIDX) TO LOAN-MASTER-RECORD
               COMPUTE WS-REPORTABLE =
                   WLN-INTEREST(WS-LIDX) + WLN-POINTS(WS-LIDX)
               IF WS-REPORTABLE >= WS-REPORTING-FLOOR
                   PERFORM FIND-PAYER
                   PERFORM WRITE-ONE-EXTRACT-ROW
                   PERFORM WRITE-CUSTOMER-COPY
               ELSE
                   IF WS-REPORTABLE > 0
                       ADD 1 TO WS-UNDER-FLOOR-COUNT
                   END-IF
               END-IF.

      *    The payer of record is the first customer linked to the
      *    deposit account the loan is paid from.
           FIND-PAYER.
               MOVE 0 TO WS-PAYER-CUST-IDX
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = LN-ACCOUNT-ID
                   AND WS-PAYER-CUST-IDX = 0
                       PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                           UNTIL WS-CUST-IDX > WS-CUST-COUNT
                           IF WCU-RECORD(WS-CUST-IDX)(1:10)
                               = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               MOVE WS-CUST-IDX
                                   TO WS-PAYER-CUST-IDX
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-PAYER-CUST-IDX > 0
                   MOVE WCU-RECORD(WS-PAYER-CUST-IDX)
                       TO CUSTOMER-RECORD
               ELSE
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE "*PAYER NOT ON CIF*" TO CU-NAME
               END-IF.

      *    A mortgage with no CIF payer still reports - the interest
      *    was paid whether or not the links are tidy - but is
      *    counted so the filing clerk can chase it by hand.
           WRITE-ONE-EXTRACT-ROW.
               MOVE SPACES TO EXTRACT-RECORD
               MOVE LN-LOAN-ID              TO X98-LOAN-ID
               MOVE WS-TAX-YEAR             TO X98-TAX-YEAR
               MOVE WLN-INTEREST(WS-LIDX)   TO X98-INTEREST
               MOVE WLN-POINTS(WS-LIDX)     TO X98-POINTS
               MOVE WLN-OPEN-PRIN(WS-LIDX)  TO X98-PRINCIPAL
               MOVE WLN-ORIG-DATE(WS-LIDX)  TO X98-ORIG-DATE
               MOVE CU-TAX-ID               TO X98-TAX-ID
               MOVE CU-NAME                 TO X98-PAYER-NAME
               MOVE CU-ADDR-LINE-1          TO X98-ADDR-LINE-1
               MOVE CU-ADDR-LINE-2          TO X98-ADDR-LINE-2
               MOVE CU-CITY-STATE-ZIP       TO X98-CITY-STATE-ZIP
               IF WS-PAYER-CUST-IDX = 0
                   ADD 1 TO WS-NO-CIF-COUNT
               END-IF
               IF CU-TAX-ID = SPACES
                   ADD 1 TO WS-NO-TAXID-COUNT
               END-IF
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-REPORTED-COUNT
               ADD WLN-INTEREST(WS-LIDX) TO WS-TOTAL-INTEREST
               ADD WLN-POINTS(WS-LIDX)   TO WS-TOTAL-POINTS.

      *    The borrower's copy may show the TIN truncated; only the
      *    last four digits are printed.
           WRITE-CUSTOMER-COPY.
               MOVE SPACES TO WS-MASKED-TIN
               IF CU-TAX-ID NOT = SPACES
                   MOVE "XXX-XX-"     TO WS-MASKED-TIN
                   MOVE CU-TAX-ID(8:4) TO WS-MASKED-TIN(8:4)
               END-IF
               MOVE ALL "=" TO COPY-LINE
               WRITE COPY-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO COPY-LINE
               STRING "FORM 1098 - MORTGAGE INTEREST STATEMENT  "
                   DELIMITED SIZE
                   "TAX YEAR " DELIMITED SIZE
                   WS-TAX-YEAR DELIMITED SIZE
                   INTO COPY-LINE
               WRITE COPY-LINE
               MOVE "COPY B - FOR PAYER/BORROWER" TO COPY-LINE
               WRITE COPY-LINE
               MOVE ALL "-" TO COPY-LINE
               WRITE COPY-LINE
               MOVE "Recipient/Lender : ZENTRA BANK" TO COPY-LINE
               WRITE COPY-LINE
               MOVE SPACES TO COPY-LINE
               STRING "Payer/Borrower   : " DELIMITED SIZE
                   CU-NAME DELIMITED SIZE
                   INTO COPY-LINE
               WRITE COPY-LINE
               IF CU-ADDR-LINE-1 NOT = SPACES
                   MOVE SPACES TO COPY-LINE
                   STRING "                   " DELIMITED SIZE
                       CU-ADDR-LINE-1 DELIMITED SIZE
                       INTO COPY-LINE
                   WRITE COPY-LINE
               END-IF
               IF CU-ADDR-LINE-2 NOT = SPACES
                   MOVE SPACES TO COPY-LINE
                   STRING "                   " DELIMITED SIZE
                       CU-ADDR-LINE-2 DELIMITED SIZE
                       INTO COPY-LINE
                   WRITE COPY-LINE
               END-IF
               IF CU-CITY-STATE-ZIP NOT = SPACES
                   MOVE SPACES TO COPY-LINE
                   STRING "                   " DELIMITED SIZE
                       CU-CITY-STATE-ZIP DELIMITED SIZE
                       INTO COPY-LINE
                   WRITE COPY-LINE
               END-IF
               MOVE SPACES TO COPY-LINE
               STRING "Payer's TIN      : " DELIMITED SIZE
                   WS-MASKED-TIN DELIMITED SIZE
                   INTO COPY-LINE
               WRITE COPY-LINE
               MOVE SPACES TO COPY-LINE
               STRING "Account (Loan)   : " DELIMITED SIZE
                   LN-LOAN-ID DELIMITED SIZE
                   INTO COPY-LINE
               WRITE COPY-LINE
               MOVE ALL "-" TO COPY-LINE
               WRITE COPY-LINE
               MOVE WLN-INTEREST(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO COPY-LINE
               STRING "1 Mortgage interest received  : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO COPY-LINE
               WRITE COPY-LINE
               MOVE WLN-OPEN-PRIN(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO COPY-LINE
               STRING "2 Outstanding principal       : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO COPY-LINE
               WRITE COPY-LINE
               MOVE SPACES TO COPY-LINE
               STRING "3 Mortgage origination date   :     "
                   DELIMITED SIZE
                   WLN-ORIG-DATE(WS-LIDX) DELIMITED SIZE
                   INTO COPY-LINE
               WRITE COPY-LINE
               MOVE WLN-POINTS(WS-LIDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO COPY-LINE
               STRING "6 Points paid on purchase     : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO COPY-LINE
               WRITE COPY-LINE
               MOVE ALL "-" TO COPY-LINE
               WRITE COPY-LINE
               MOVE "Keep for your records - this information is also"
                   TO COPY-LINE
               WRITE COPY-LINE
               MOVE "being furnished to the Internal Revenue Service."
                   TO COPY-LINE
               WRITE COPY-LINE.

           WRITE-CONTROL-REPORT.
               OPEN OUTPUT CONTROL-REPORT-FILE
               IF NOT WS-CTL-FILE-OK
                   DISPLAY "ERROR: Cannot open TAX-1098-CONTROL.dat"
                   DISPLAY "FILE STATUS: " WS-CTL-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - 1098 CONTROL REPORT  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   "  TAX YEAR " DELIMITED SIZE
                   WS-TAX-YEAR DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE ALL "=" TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  MORTGAGES ON BOOK    : " DELIMITED SIZE
                   WS-LOAN-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  HISTORY ROWS READ    : " DELIMITED SIZE
                   WS-HIST-READ DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  1098 RECORDS         : " DELIMITED SIZE
                   WS-REPORTED-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  UNDER $600 THRESHOLD : " DELIMITED SIZE
                   WS-UNDER-FLOOR-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PAYER NOT ON CIF     : " DELIMITED SIZE
                   WS-NO-CIF-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NO TAX ID ON CIF     : " DELIMITED SIZE
                   WS-NO-TAXID-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE WS-TOTAL-INTEREST TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL INTEREST REPORTED : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE WS-TOTAL-POINTS TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL POINTS REPORTED   : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               CLOSE CONTROL-REPORT-FILE.

           DISPLAY-RESULTS.
               MOVE WS-TOTAL-INTEREST TO WS-DISP-TOTAL
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Form 1098 Tax Extract"
               DISPLAY "=============================================="
               DISPLAY "  Tax Year           : " WS-TAX-YEAR
               DISPLAY "  Mortgages on Book  : " WS-LOAN-COUNT
               DISPLAY "  Records Extracted  : " WS-REPORTED-COUNT
               DISPLAY "  Under $600 Floor   : " WS-UNDER-FLOOR-COUNT
               DISPLAY "  Interest Reported  : " WS-DISP-TOTAL
               MOVE WS-TOTAL-POINTS TO WS-DISP-TOTAL
               DISPLAY "  Points Reported    : " WS-DISP-TOTAL
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/TAX-1098.dat"
               DISPLAY "  → data/output/TAX-1098-CONTROL.dat"
               DISPLAY "  → data/output/TAX-1098-COPIES.dat"
               DISPLAY "==============================================".
