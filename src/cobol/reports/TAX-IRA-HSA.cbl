      *================================================================
      * PROGRAM:    TAX-IRA-HSA.cbl
      * DESCRIPTION: Year-end IRA and HSA tax extracts - Forms 5498,
      *              5498-SA, 1099-R and 1099-SA - for the tax year
      *              before the business date. Built the way
      *              TAX-1099-INT is: one fixed-layout work-file row
      *              per form, owner name and tax ID from the CIF
      *              (the account master's name when the owner has
      *              no CIF row), and a control report of counts and
      *              totals to balance the filing before it goes out.
      *                - 5498 / 5498-SA, one per plan on
      *                  TAX-ACCOUNTS.dat with anything to report:
      *                  the year's contributions (including those
      *                  made up to the April 15 deadline and
      *                  designated for it) and rollovers in, summed
      *                  from TAX-ACCOUNT-ACTIVITY.dat, and the
      *                  year-end fair market value TAX-ACCOUNT-PROC
      *                  kept. A traditional IRA whose owner owes an
      *                  RMD for the new year carries it in boxes
      *                  11 and 12b - run after the first nightly
      *                  cycle of the new year so the figure is in.
      *                - 1099-R / 1099-SA, one per plan and
      *                  distribution code, summing the year's
      *                  distributions from the activity history. The
      *                  1099-R applies the same $10.00 floor as the
      *                  1099-INT; a direct rollover (G) and a Roth
      *                  distribution carry no taxable amount, and an
      *                  early Roth one (J) is marked taxable amount
      *                  not determined for the owner to work out.
      *              The 5498 forms are due at the end of May, after
      *              the deadline for prior-year contributions; run
      *              it again then to pick those up.
      *              Run on demand at year end - not part of the
      *              nightly BATCH-RUNNER chain.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TAX-IRA-HSA.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TAX-ACCOUNTS-FILE
                   ASSIGN TO "data/input/TAX-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXA-STATUS.

      *        Optional: a plan with no history yet still files its
      *        5498 from the year-end value.
               SELECT ACTIVITY-FILE
                   ASSIGN TO "data/output/TAX-ACCOUNT-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACTV-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        CIF and links for the owner's name and tax ID -
      *        optional; a form with no CIF owner extracts with a
      *        blank tax ID for the filing clerk to chase.
               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT EXTRACT-5498-FILE
                   ASSIGN TO "data/output/TAX-5498.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXT-STATUS.

               SELECT EXTRACT-5498SA-FILE
                   ASSIGN TO "data/output/TAX-5498-SA.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXT-STATUS.

               SELECT EXTRACT-1099R-FILE
                   ASSIGN TO "data/output/TAX-1099-R.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXT-STATUS.

               SELECT EXTRACT-1099SA-FILE
                   ASSIGN TO "data/output/TAX-1099-SA.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXT-STATUS.

               SELECT CONTROL-REPORT-FILE
                   ASSIGN TO "data/output/TAX-IRA-HSA-CONTROL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TAX-ACCOUNTS-FILE.
           01 TAX-ACCOUNT-IO        PIC X(150).

           FD ACTIVITY-FILE.
           01 ACTIVITY-IO           PIC X(80).

           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

      *    Form 5498: box 1 (traditional) or box 10 (Roth)
      *    contributions, box 2 rollovers, box 5 year-end value,
      *    box 7 plan, boxes 11 and 12b the coming year's RMD.
           FD EXTRACT-5498-FILE.
           01 EXTRACT-5498-RECORD.
               05 X54-ACCOUNT-ID       PIC X(10).
               05 X54-OWNER-NAME       PIC X(25).
               05 X54-TAX-ID           PIC X(11).
               05 X54-TAX-YEAR         PIC X(04).
               05 X54-PLAN-TYPE        PIC X(01).
               05 X54-CONTRIBUTIONS    PIC 9(7)V99.
               05 X54-ROLLOVERS        PIC 9(7)V99.
               05 X54-YE-FMV           PIC 9(9)V99.
               05 X54-RMD-FLAG         PIC X(01).
               05 X54-RMD-AMOUNT       PIC 9(7)V99.
               05 FILLER               PIC X(10) VALUE SPACES.

      *    Form 5498-SA: box 2 contributions for the year, box 3
      *    those made in the following year, box 4 rollovers, box 5
      *    year-end value.
           FD EXTRACT-5498SA-FILE.
           01 EXTRACT-5498SA-RECORD.
               05 X5S-ACCOUNT-ID       PIC X(10).
               05 X5S-OWNER-NAME       PIC X(25).
               05 X5S-TAX-ID           PIC X(11).
               05 X5S-TAX-YEAR         PIC X(04).
               05 X5S-CONTRIBUTIONS    PIC 9(7)V99.
               05 X5S-NEXT-YEAR-CONTRIB PIC 9(7)V99.
               05 X5S-ROLLOVERS        PIC 9(7)V99.
               05 X5S-YE-FMV           PIC 9(9)V99.
               05 FILLER               PIC X(12) VALUE SPACES.

      *    Form 1099-R: box 1 gross, box 2a taxable, box 2b taxable
      *    amount not determined, box 7 code and IRA checkbox.
           FD EXTRACT-1099R-FILE.
           01 EXTRACT-1099R-RECORD.
               05 X1R-ACCOUNT-ID       PIC X(10).
               05 X1R-OWNER-NAME       PIC X(25).
               05 X1R-TAX-ID           PIC X(11).
               05 X1R-TAX-YEAR         PIC X(04).
               05 X1R-PLAN-TYPE        PIC X(01).
               05 X1R-GROSS            PIC 9(9)V99.
               05 X1R-TAXABLE          PIC 9(9)V99.
               05 X1R-TAXABLE-UNDET    PIC X(01).
               05 X1R-DIST-CODE        PIC X(01).
               05 X1R-IRA-FLAG         PIC X(01).
               05 FILLER               PIC X(24) VALUE SPACES.

      *    Form 1099-SA: box 1 gross, box 3 code.
           FD EXTRACT-1099SA-FILE.
           01 EXTRACT-1099SA-RECORD.
               05 X1S-ACCOUNT-ID       PIC X(10).
               05 X1S-OWNER-NAME       PIC X(25).
               05 X1S-TAX-ID           PIC X(11).
               05 X1S-TAX-YEAR         PIC X(04).
               05 X1S-GROSS            PIC 9(9)V99.
               05 X1S-DIST-CODE        PIC X(01).
               05 FILLER               PIC X(38) VALUE SPACES.

           FD CONTROL-REPORT-FILE.
           01 CONTROL-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-TXA-STATUS         PIC XX.
               88 WS-TXA-FILE-OK        VALUE "00".
           01 WS-ACTV-STATUS        PIC XX.
               88 WS-ACTV-FILE-OK       VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK       VALUE "00".
           01 WS-EXT-STATUS         PIC XX.
               88 WS-EXT-FILE-OK        VALUE "00".
           01 WS-CTL-STATUS         PIC XX.
               88 WS-CTL-FILE-OK        VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK       VALUE "00".
           01 WS-EOF-TXA            PIC X VALUE "N".
               88 END-OF-TXA-LOAD      VALUE "Y".
           01 WS-EOF-ACTV           PIC X VALUE "N".
               88 END-OF-ACTIVITY      VALUE "Y".
           01 WS-EOF-ACCT-LOAD      PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".

           COPY "TAX-ACCOUNT-RECORD.cpy".
           COPY "TAX-ACTIVITY-RECORD.cpy".

      *    --- Federal reporting floor for the 1099-R ---
           01 WS-REPORTING-FLOOR    PIC 9(3)V99 VALUE 10.00.

      *    --- The reporting year ---
           01 WS-RPT-YEAR           PIC X(04).
           01 WS-RPT-YEAR-NUM       PIC 9(04).
           01 WS-RMD-YEAR           PIC X(04).
           01 WS-RMD-YEAR-NUM       PIC 9(04).

      *    --- The plans, with the year's contributions summed from
      *        the activity history ---
           01 WS-PLAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-PLAN-IDX.
                   10 WPL-RECORD       PIC X(150).
                   10 WPL-CONTRIB      PIC 9(7)V99.
                   10 WPL-NEXT-YEAR    PIC 9(7)V99.
                   10 WPL-ROLLOVER     PIC 9(7)V99.
           01 WS-PLAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-PLAN-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- The year's distributions, by plan and code ---
           01 WS-DIST-MAX           PIC 9(4) VALUE 4000.
           01 WS-DIST-TABLE.
               05 WS-DIST-ENTRY OCCURS 4000 TIMES
                               INDEXED BY WS-DIST-IDX.
                   10 WDS-ACCOUNT-ID   PIC X(10).
                   10 WDS-PLAN-TYPE    PIC X(01).
                   10 WDS-DIST-CODE    PIC X(01).
                   10 WDS-GROSS        PIC 9(9)V99.
           01 WS-DIST-COUNT         PIC 9(4) VALUE 0.
           01 WS-DIST-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- Account-master names for an owner not on the CIF ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-NAME          PIC X(25).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.

      *    --- CIF lookup for the owner's name and tax ID ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-NAME         PIC X(25).
                   10 WCU-TAX-ID       PIC X(11).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOOKUP-ID          PIC X(10).
           01 WS-OWNER-ID           PIC X(10).
           01 WS-MATCHED-NAME       PIC X(25).
           01 WS-MATCHED-TAX-ID     PIC X(11).

      *    --- Control totals ---
           01 WS-ACTV-ROWS-READ     PIC 9(7) VALUE 0.
           01 WS-NOT-ON-FILE-COUNT  PIC 9(5) VALUE 0.
           01 WS-5498-COUNT         PIC 9(5) VALUE 0.
           01 WS-5498SA-COUNT       PIC 9(5) VALUE 0.
           01 WS-1099R-COUNT        PIC 9(5) VALUE 0.
           01 WS-1099SA-COUNT       PIC 9(5) VALUE 0.
           01 WS-UNDER-FLOOR-COUNT  PIC 9(5) VALUE 0.
           01 WS-NO-FMV-COUNT       PIC 9(5) VALUE 0.
           01 WS-NO-TAXID-COUNT     PIC 9(5) VALUE 0.
           01 WS-TOTAL-CONTRIB      PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-FMV          PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-1099R        PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-1099SA       PIC 9(11)V99 VALUE 0.
           01 WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(80).

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-TAX-ACCOUNTS
               PERFORM LOAD-ACCOUNT-NAMES
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM SUM-YEAR-ACTIVITY
               OPEN OUTPUT EXTRACT-5498-FILE
               OPEN OUTPUT EXTRACT-5498SA-FILE
               OPEN OUTPUT EXTRACT-1099R-FILE
               OPEN OUTPUT EXTRACT-1099SA-FILE
               IF NOT WS-EXT-FILE-OK
                   DISPLAY "ERROR: Cannot open the IRA/HSA extracts"
                   DISPLAY "FILE STATUS: " WS-EXT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-ONE-CONTRIBUTION-FORM
                   VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               PERFORM WRITE-ONE-DISTRIBUTION-FORM
                   VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               CLOSE EXTRACT-5498-FILE
               CLOSE EXTRACT-5498SA-FILE
               CLOSE EXTRACT-1099R-FILE
               CLOSE EXTRACT-1099SA-FILE
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
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2)
               MOVE WS-DATE-INT(1:4) TO WS-RMD-YEAR-NUM
               COMPUTE WS-RPT-YEAR-NUM = WS-RMD-YEAR-NUM - 1
               MOVE WS-RPT-YEAR-NUM TO WS-RPT-YEAR
               MOVE WS-RMD-YEAR-NUM TO WS-RMD-YEAR.

           LOAD-TAX-ACCOUNTS.
               OPEN INPUT TAX-ACCOUNTS-FILE
               IF NOT WS-TXA-FILE-OK
                   DISPLAY "ERROR: Cannot open TAX-ACCOUNTS.dat"
                   DISPLAY "FILE STATUS: " WS-TXA-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-ONE-TAX-ACCOUNT
                   UNTIL END-OF-TXA-LOAD
               CLOSE TAX-ACCOUNTS-FILE.

           READ-ONE-TAX-ACCOUNT.
               READ TAX-ACCOUNTS-FILE INTO TAX-ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-TXA
               NOT AT END
                   IF WS-PLAN-COUNT < WS-PLAN-MAX
                   AND TAX-ACCOUNT-IO(1:10) NOT = SPACES
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE TAX-ACCOUNT-IO
                           TO WPL-RECORD(WS-PLAN-COUNT)
                       MOVE 0 TO WPL-CONTRIB(WS-PLAN-COUNT)
                       MOVE 0 TO WPL-NEXT-YEAR(WS-PLAN-COUNT)
                       MOVE 0 TO WPL-ROLLOVER(WS-PLAN-COUNT)
                   END-IF
               END-READ.

           LOAD-ACCOUNT-NAMES.
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNTS-MASTER.dat"
                   DISPLAY "FILE STATUS: " WS-ACCT-STATUS
                   STOP RUN
               END-IF
               PERFORM LOAD-LOOP
                   UNTIL END-OF-ACCT-LOAD
               CLOSE ACCOUNTS-FILE.

           LOAD-LOOP.
               READ ACCOUNTS-FILE INTO ACCT-FILE-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT-LOAD
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                   AND ACCT-FILE-RECORD(1:10) NOT = SPACES
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE ACCT-FILE-RECORD(1:10)
                           TO WA-ID(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(11:25)
                           TO WA-NAME(WS-ACCT-COUNT)
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
                       MOVE CUSTOMER-IO(1:10)
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CUSTOMER-IO(11:25)
                           TO WCU-NAME(WS-CUST-COUNT)
                       MOVE CUSTOMER-IO(126:11)
                           TO WCU-TAX-ID(WS-CUST-COUNT)
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

      *================================================================
      *    The year's history
      *================================================================
           SUM-YEAR-ACTIVITY.
               OPEN INPUT ACTIVITY-FILE
               IF WS-ACTV-FILE-OK
                   PERFORM SUM-ONE-ACTIVITY-ROW
                       UNTIL END-OF-ACTIVITY
                   CLOSE ACTIVITY-FILE
               END-IF.

      *    Contributions count by the tax year they were made for;
      *    distributions by the calendar year they were paid in.
           SUM-ONE-ACTIVITY-ROW.
               READ ACTIVITY-FILE INTO TAX-ACTIVITY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACTV
               NOT AT END
                   ADD 1 TO WS-ACTV-ROWS-READ
                   EVALUATE TRUE
                       WHEN TXL-CONTRIBUTION
                        AND TXL-TAX-YEAR = WS-RPT-YEAR
                           PERFORM ADD-PLAN-CONTRIBUTION
                       WHEN TXL-ROLLOVER-IN
                        AND TXL-TAX-YEAR = WS-RPT-YEAR
                           PERFORM ADD-PLAN-CONTRIBUTION
                       WHEN TXL-DISTRIBUTION
                        AND TXL-ACTIVITY-DATE(1:4) = WS-RPT-YEAR
                           PERFORM ADD-DISTRIBUTION
                   END-EVALUATE
               END-READ.

           ADD-PLAN-CONTRIBUTION.
               MOVE TXL-ACCOUNT-ID TO WS-LOOKUP-ID
               PERFORM FIND-PLAN
               IF WS-PLAN-FOUND-IDX = 0
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               ELSE
                   IF TXL-ROLLOVER-IN
                       ADD TXL-AMOUNT
                           TO WPL-ROLLOVER(WS-PLAN-FOUND-IDX)
                   ELSE
                       ADD TXL-AMOUNT
                           TO WPL-CONTRIB(WS-PLAN-FOUND-IDX)
                       IF TXL-ACTIVITY-DATE(1:4) > WS-RPT-YEAR
                           ADD TXL-AMOUNT
                               TO WPL-NEXT-YEAR(WS-PLAN-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF.

      *    A plan closed since still reports what it paid out; the
      *    plan type comes with the history row.
           ADD-DISTRIBUTION.
               MOVE 0 TO WS-DIST-FOUND-IDX
               PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
                   OR WS-DIST-FOUND-IDX > 0
                   IF WDS-ACCOUNT-ID(WS-DIST-IDX) = TXL-ACCOUNT-ID
                   AND WDS-DIST-CODE(WS-DIST-IDX) = TXL-DIST-CODE
                       SET WS-DIST-FOUND-IDX TO WS-DIST-IDX
                   END-IF
               END-PERFORM
               IF WS-DIST-FOUND-IDX = 0
                   IF WS-DIST-COUNT < WS-DIST-MAX
                       ADD 1 TO WS-DIST-COUNT
                       MOVE WS-DIST-COUNT TO WS-DIST-FOUND-IDX
                       MOVE TXL-ACCOUNT-ID
                           TO WDS-ACCOUNT-ID(WS-DIST-COUNT)
                       MOVE TXL-PLAN-TYPE
                           TO WDS-PLAN-TYPE(WS-DIST-COUNT)
                       MOVE TXL-DIST-CODE
                           TO WDS-DIST-CODE(WS-DIST-COUNT)
                       MOVE 0 TO WDS-GROSS(WS-DIST-COUNT)
                   ELSE
                       DISPLAY "ERROR: more than " WS-DIST-MAX
                           " distribution forms - extract incomplete"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               ADD TXL-AMOUNT TO WDS-GROSS(WS-DIST-FOUND-IDX).

           FIND-PLAN.
               MOVE 0 TO WS-PLAN-FOUND-IDX
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   OR WS-PLAN-FOUND-IDX > 0
                   IF WPL-RECORD(WS-PLAN-IDX)(1:10) = WS-LOOKUP-ID
                       SET WS-PLAN-FOUND-IDX TO WS-PLAN-IDX
                   END-IF
               END-PERFORM.

      *================================================================
      *    The forms
      *================================================================
      *    Every plan open at the year's end files its 5498, even
      *    with nothing paid in; one opened since, with nothing for
      *    the year, has none.
           WRITE-ONE-CONTRIBUTION-FORM.
               MOVE WPL-RECORD(WS-PLAN-IDX) TO TAX-ACCOUNT-RECORD
               IF TXA-FMV-YEAR NOT = WS-RPT-YEAR
               OR TXA-YE-FMV NOT NUMERIC
                   ADD 1 TO WS-NO-FMV-COUNT
                   MOVE 0 TO TXA-YE-FMV
               END-IF
               IF TXA-YE-FMV > 0
               OR WPL-CONTRIB(WS-PLAN-IDX) > 0
               OR WPL-ROLLOVER(WS-PLAN-IDX) > 0
                   MOVE TXA-CUSTOMER-ID TO WS-OWNER-ID
                   MOVE TXA-ACCOUNT-ID TO WS-LOOKUP-ID
                   PERFORM FIND-OWNER
                   IF TXA-HSA
                       PERFORM WRITE-5498SA-ROW
                   ELSE
                       PERFORM WRITE-5498-ROW
                   END-IF
                   ADD WPL-CONTRIB(WS-PLAN-IDX) TO WS-TOTAL-CONTRIB
                   ADD TXA-YE-FMV TO WS-TOTAL-FMV
               END-IF.

      *    The RMD for the coming year is reported only once
      *    TAX-ACCOUNT-PROC has worked it out for that year.
           WRITE-5498-ROW.
               MOVE SPACES TO EXTRACT-5498-RECORD
               MOVE TXA-ACCOUNT-ID    TO X54-ACCOUNT-ID
               MOVE WS-MATCHED-NAME   TO X54-OWNER-NAME
               MOVE WS-MATCHED-TAX-ID TO X54-TAX-ID
               MOVE WS-RPT-YEAR       TO X54-TAX-YEAR
               MOVE TXA-PLAN-TYPE     TO X54-PLAN-TYPE
               MOVE WPL-CONTRIB(WS-PLAN-IDX)  TO X54-CONTRIBUTIONS
               MOVE WPL-ROLLOVER(WS-PLAN-IDX) TO X54-ROLLOVERS
               MOVE TXA-YE-FMV        TO X54-YE-FMV
               MOVE 0 TO X54-RMD-AMOUNT
               IF TXA-TRAD-IRA
               AND TXA-RMD-YEAR = WS-RMD-YEAR
               AND TXA-RMD-AMOUNT IS NUMERIC
               AND TXA-RMD-AMOUNT > 0
                   MOVE "X" TO X54-RMD-FLAG
                   MOVE TXA-RMD-AMOUNT TO X54-RMD-AMOUNT
               END-IF
               WRITE EXTRACT-5498-RECORD
               ADD 1 TO WS-5498-COUNT.

           WRITE-5498SA-ROW.
               MOVE SPACES TO EXTRACT-5498SA-RECORD
               MOVE TXA-ACCOUNT-ID    TO X5S-ACCOUNT-ID
               MOVE WS-MATCHED-NAME   TO X5S-OWNER-NAME
               MOVE WS-MATCHED-TAX-ID TO X5S-TAX-ID
               MOVE WS-RPT-YEAR       TO X5S-TAX-YEAR
               MOVE WPL-CONTRIB(WS-PLAN-IDX)   TO X5S-CONTRIBUTIONS
               MOVE WPL-NEXT-YEAR(WS-PLAN-IDX)
                   TO X5S-NEXT-YEAR-CONTRIB
               MOVE WPL-ROLLOVER(WS-PLAN-IDX)  TO X5S-ROLLOVERS
               MOVE TXA-YE-FMV        TO X5S-YE-FMV
               WRITE EXTRACT-5498SA-RECORD
               ADD 1 TO WS-5498SA-COUNT.

           WRITE-ONE-DISTRIBUTION-FORM.
               MOVE SPACES TO WS-OWNER-ID
               MOVE WDS-ACCOUNT-ID(WS-DIST-IDX) TO WS-LOOKUP-ID
               PERFORM FIND-PLAN
               IF WS-PLAN-FOUND-IDX > 0
                   MOVE WPL-RECORD(WS-PLAN-FOUND-IDX)
                       TO TAX-ACCOUNT-RECORD
                   MOVE TXA-CUSTOMER-ID TO WS-OWNER-ID
               END-IF
               IF WDS-PLAN-TYPE(WS-DIST-IDX) = "H"
                   PERFORM FIND-OWNER
                   PERFORM WRITE-1099SA-ROW
               ELSE
                   IF WDS-GROSS(WS-DIST-IDX) < WS-REPORTING-FLOOR
                       ADD 1 TO WS-UNDER-FLOOR-COUNT
                   ELSE
                       PERFORM FIND-OWNER
                       PERFORM WRITE-1099R-ROW
                   END-IF
               END-IF.

           WRITE-1099R-ROW.
               MOVE SPACES TO EXTRACT-1099R-RECORD
               MOVE WDS-ACCOUNT-ID(WS-DIST-IDX) TO X1R-ACCOUNT-ID
               MOVE WS-MATCHED-NAME   TO X1R-OWNER-NAME
               MOVE WS-MATCHED-TAX-ID TO X1R-TAX-ID
               MOVE WS-RPT-YEAR       TO X1R-TAX-YEAR
               MOVE WDS-PLAN-TYPE(WS-DIST-IDX) TO X1R-PLAN-TYPE
               MOVE WDS-GROSS(WS-DIST-IDX)     TO X1R-GROSS
               MOVE WDS-DIST-CODE(WS-DIST-IDX) TO X1R-DIST-CODE
               EVALUATE TRUE
                   WHEN WDS-PLAN-TYPE(WS-DIST-IDX) = "R"
                       MOVE 0 TO X1R-TAXABLE
                       IF WDS-DIST-CODE(WS-DIST-IDX) = "J"
                           MOVE "X" TO X1R-TAXABLE-UNDET
                       END-IF
                   WHEN WDS-DIST-CODE(WS-DIST-IDX) = "G"
                       MOVE 0 TO X1R-TAXABLE
                   WHEN OTHER
                       MOVE WDS-GROSS(WS-DIST-IDX) TO X1R-TAXABLE
               END-EVALUATE
               IF WDS-PLAN-TYPE(WS-DIST-IDX) = "T"
                   MOVE "X" TO X1R-IRA-FLAG
               END-IF
               WRITE EXTRACT-1099R-RECORD
               ADD 1 TO WS-1099R-COUNT
               ADD WDS-GROSS(WS-DIST-IDX) TO WS-TOTAL-1099R.

           WRITE-1099SA-ROW.
               MOVE SPACES TO EXTRACT-1099SA-RECORD
               MOVE WDS-ACCOUNT-ID(WS-DIST-IDX) TO X1S-ACCOUNT-ID
               MOVE WS-MATCHED-NAME   TO X1S-OWNER-NAME
               MOVE WS-MATCHED-TAX-ID TO X1S-TAX-ID
               MOVE WS-RPT-YEAR       TO X1S-TAX-YEAR
               MOVE WDS-GROSS(WS-DIST-IDX)     TO X1S-GROSS
               MOVE WDS-DIST-CODE(WS-DIST-IDX) TO X1S-DIST-CODE
               WRITE EXTRACT-1099SA-RECORD
               ADD 1 TO WS-1099SA-COUNT
               ADD WDS-GROSS(WS-DIST-IDX) TO WS-TOTAL-1099SA.

      *    The plan's owner, else the account's first linked
      *    customer; the account master's name stands in for a
      *    customer not on the CIF.
           FIND-OWNER.
               MOVE SPACES TO WS-MATCHED-NAME
               MOVE SPACES TO WS-MATCHED-TAX-ID
               IF WS-OWNER-ID = SPACES
                   PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                       UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                       OR WS-OWNER-ID NOT = SPACES
                       IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = WS-LOOKUP-ID
                           MOVE WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               TO WS-OWNER-ID
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-OWNER-ID NOT = SPACES
                   PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       IF WCU-CUSTOMER-ID(WS-CUST-IDX) = WS-OWNER-ID
                           MOVE WCU-NAME(WS-CUST-IDX)
                               TO WS-MATCHED-NAME
                           MOVE WCU-TAX-ID(WS-CUST-IDX)
                               TO WS-MATCHED-TAX-ID
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MATCHED-NAME = SPACES
                   MOVE "*NAME NOT ON MASTER*" TO WS-MATCHED-NAME
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       IF WA-ID(WS-ACCT-IDX) = WS-LOOKUP-ID
                           MOVE WA-NAME(WS-ACCT-IDX)
                               TO WS-MATCHED-NAME
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MATCHED-TAX-ID = SPACES
                   ADD 1 TO WS-NO-TAXID-COUNT
               END-IF.

           WRITE-CONTROL-REPORT.
               OPEN OUTPUT CONTROL-REPORT-FILE
               IF NOT WS-CTL-FILE-OK
                   DISPLAY "ERROR: Cannot open TAX-IRA-HSA-CONTROL.dat"
                   DISPLAY "FILE STATUS: " WS-CTL-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - IRA/HSA TAX FORMS CONTROL  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE ALL "=" TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TAX YEAR             : " DELIMITED SIZE
                   WS-RPT-YEAR DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PLANS ON FILE        : " DELIMITED SIZE
                   WS-PLAN-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ACTIVITY ROWS READ   : " DELIMITED SIZE
                   WS-ACTV-ROWS-READ DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  5498 RECORDS         : " DELIMITED SIZE
                   WS-5498-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  5498-SA RECORDS      : " DELIMITED SIZE
                   WS-5498SA-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  1099-R RECORDS       : " DELIMITED SIZE
                   WS-1099R-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  1099-SA RECORDS      : " DELIMITED SIZE
                   WS-1099SA-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  1099-R UNDER $10     : " DELIMITED SIZE
                   WS-UNDER-FLOOR-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NO YEAR-END VALUE    : " DELIMITED SIZE
                   WS-NO-FMV-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PLAN NOT ON FILE     : " DELIMITED SIZE
                   WS-NOT-ON-FILE-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NO TAX ID ON CIF     : " DELIMITED SIZE
                   WS-NO-TAXID-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE WS-TOTAL-CONTRIB TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL CONTRIBUTIONS     : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE WS-TOTAL-FMV TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL YEAR-END VALUE    : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE WS-TOTAL-1099R TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL 1099-R GROSS      : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE WS-TOTAL-1099SA TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL 1099-SA GROSS     : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               CLOSE CONTROL-REPORT-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - IRA/HSA Tax Extracts "
                   WS-RPT-YEAR
               DISPLAY "=============================================="
               DISPLAY "  Plans on File      : " WS-PLAN-COUNT
               DISPLAY "  Activity Rows Read : " WS-ACTV-ROWS-READ
               DISPLAY "  5498 Records       : " WS-5498-COUNT
               DISPLAY "  5498-SA Records    : " WS-5498SA-COUNT
               DISPLAY "  1099-R Records     : " WS-1099R-COUNT
               DISPLAY "  1099-SA Records    : " WS-1099SA-COUNT
               DISPLAY "  1099-R Under $10   : " WS-UNDER-FLOOR-COUNT
               DISPLAY "  No Year-End Value  : " WS-NO-FMV-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/TAX-5498.dat"
               DISPLAY "  → data/output/TAX-5498-SA.dat"
               DISPLAY "  → data/output/TAX-1099-R.dat"
               DISPLAY "  → data/output/TAX-1099-SA.dat"
               DISPLAY "  → data/output/TAX-IRA-HSA-CONTROL.dat"
               DISPLAY "==============================================".
