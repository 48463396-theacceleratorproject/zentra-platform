      *================================================================
      * PROGRAM:    IOLTA-REMIT.cbl
      * DESCRIPTION: IOLTA interest remittance to the state bar
      *              foundations. Interest on a lawyer's pooled trust
      *              account (an IOLTA product - PRD-IOLTA on
      *              PRODUCT-MASTER.dat) belongs to the foundation
      *              named for the account on IOLTA-ACCOUNTS.dat, not
      *              to the lawyer or the clients. INTEREST-CALC
      *              therefore never capitalizes it: at month end it
      *              nets the allowable service charges from the
      *              month's interest and writes one D row per account
      *              to IOLTA-INTEREST.dat (see IOLTA-REMIT-RECORD.cpy).
      *              This step sorts that detail by foundation and
      *              writes:
      *                - IOLTA-REMITTANCE.dat, the remittance file:
      *                  per foundation an H row (name from the
      *                  optional IOLTA-FOUNDATIONS.dat and the month
      *                  remitted), the D rows, and a T row with the
      *                  account count and gross, charges and net;
      *                - IOLTA-REMIT-REPORT.dat, the same by foundation
      *                  for review - account, bar number, attorney,
      *                  month-end balance, rate, interest, charges and
      *                  net - with foundation and grand totals.
      *              An account with no foundation code remits under a
      *              blank code and is called out for correction.
      *              IOLTA-INTEREST.dat is written fresh every run and
      *              is empty but at month end; with no detail the
      *              last remittance and report are left as they were.
      *              Runs right after INTEREST-CALC.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. IOLTA-REMIT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Sorted work copy of INTEREST-CALC's IOLTA-INTEREST.dat,
      *        removed once the remittance is written.
               SELECT DETAIL-FILE
                   ASSIGN TO "data/output/IOLTA-WORK-SORTED.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DETAIL-STATUS.

      *        Optional: no foundations file means codes alone.
               SELECT FOUNDATION-FILE
                   ASSIGN TO "data/input/IOLTA-FOUNDATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FDN-STATUS.

               SELECT REMIT-FILE
                   ASSIGN TO "data/output/IOLTA-REMITTANCE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/IOLTA-REMIT-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD DETAIL-FILE.
           01 DETAIL-IO             PIC X(120).

           FD FOUNDATION-FILE.
           01 FOUNDATION-IO         PIC X(80).

           FD REMIT-FILE.
           01 REMIT-IO              PIC X(120).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-DETAIL-STATUS      PIC XX.
               88 WS-DETAIL-FILE-OK    VALUE "00".
           01 WS-FDN-STATUS         PIC XX.
               88 WS-FDN-FILE-OK       VALUE "00".
           01 WS-REMIT-STATUS       PIC XX.
               88 WS-REMIT-FILE-OK     VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-DETAIL         PIC X VALUE "N".
               88 END-OF-DETAIL        VALUE "Y".
           01 WS-EOF-FDN            PIC X VALUE "N".
               88 END-OF-FDN-LOAD      VALUE "Y".

           COPY "IOLTA-REMIT-RECORD.cpy".
           COPY "IOLTA-FOUNDATION-RECORD.cpy".

           01 WS-SORT-CMD           PIC X(200).
           01 WS-SAVE-DETAIL        PIC X(120).

      *    --- Foundation table ---
           01 WS-FDN-MAX            PIC 9(3) VALUE 200.
           01 WS-FDN-TABLE.
               05 WS-FDN-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-FDN-IDX.
                   10 WFN-CODE         PIC X(08).
                   10 WFN-NAME         PIC X(40).
           01 WS-FDN-COUNT          PIC 9(3) VALUE 0.

      *    --- Control break: the foundation being written ---
           01 WS-CUR-FOUNDATION     PIC X(08).
           01 WS-CUR-NAME           PIC X(40).
           01 WS-IN-FOUNDATION      PIC X VALUE "N".
               88 FOUNDATION-OPEN      VALUE "Y".
           01 WS-REMIT-DATE         PIC X(10).
           01 WS-FDN-ACCOUNTS       PIC 9(5) VALUE 0.
           01 WS-FDN-GROSS          PIC 9(9)V99 VALUE 0.
           01 WS-FDN-CHARGES        PIC 9(9)V99 VALUE 0.
           01 WS-FDN-NET            PIC 9(9)V99 VALUE 0.

      *    --- Run totals ---
           01 WS-FOUNDATION-COUNT   PIC 9(5) VALUE 0.
           01 WS-ACCOUNT-COUNT      PIC 9(5) VALUE 0.
           01 WS-UNASSIGNED-COUNT   PIC 9(5) VALUE 0.
           01 WS-UNKNOWN-FDN-COUNT  PIC 9(5) VALUE 0.
           01 WS-TOTAL-GROSS        PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-CHARGES      PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-NET          PIC 9(11)V99 VALUE 0.

      *    --- Date / display ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-RATE-PCT           PIC 9(3)V9(4).
           01 WS-DISP-RATE          PIC ZZ9.9999.
           01 WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
           01 WS-DISP-GRAND         PIC $$$,$$$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM SORT-IOLTA-DETAIL
               OPEN INPUT DETAIL-FILE
               IF NOT WS-DETAIL-FILE-OK
                   PERFORM REMOVE-WORK-FILE
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM READ-NEXT-DETAIL
               IF END-OF-DETAIL
                   CLOSE DETAIL-FILE
                   PERFORM REMOVE-WORK-FILE
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM LOAD-FOUNDATIONS
               OPEN OUTPUT REMIT-FILE
               IF NOT WS-REMIT-FILE-OK
                   DISPLAY "ERROR: Cannot open IOLTA-REMITTANCE.dat"
                   DISPLAY "FILE STATUS: " WS-REMIT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "IOLTA-REMIT-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM REMIT-ONE-DETAIL UNTIL END-OF-DETAIL
               IF FOUNDATION-OPEN
                   PERFORM CLOSE-FOUNDATION
               END-IF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE DETAIL-FILE
               CLOSE REMIT-FILE
               CLOSE REPORT-FILE
               PERFORM REMOVE-WORK-FILE
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

      *    The detail comes in account order; each row leads with its
      *    type and foundation code, so a plain sort groups it by
      *    foundation, then date, then account.
           SORT-IOLTA-DETAIL.
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/output/IOLTA-INTEREST.dat ] && "
                   DELIMITED SIZE
                   "sort data/output/IOLTA-INTEREST.dat -o "
                   DELIMITED SIZE
                   "data/output/IOLTA-WORK-SORTED.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD.

           REMOVE-WORK-FILE.
               MOVE SPACES TO WS-SORT-CMD
               STRING "rm -f data/output/IOLTA-WORK-SORTED.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD.

      *    Only D rows are remitted; anything else is skipped.
           READ-NEXT-DETAIL.
               MOVE "N" TO WS-EOF-DETAIL
               PERFORM UNTIL END-OF-DETAIL
                   READ DETAIL-FILE INTO IOLTA-REMIT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-DETAIL
                       NOT AT END
                           IF IR-DETAIL
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM.

           LOAD-FOUNDATIONS.
               OPEN INPUT FOUNDATION-FILE
               IF NOT WS-FDN-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL END-OF-FDN-LOAD
                   READ FOUNDATION-FILE INTO IOLTA-FOUNDATION-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FDN
                       NOT AT END
                           IF IFN-FOUNDATION-CODE NOT = SPACES
                              AND WS-FDN-COUNT < WS-FDN-MAX
                               ADD 1 TO WS-FDN-COUNT
                               MOVE IFN-FOUNDATION-CODE
                                   TO WFN-CODE(WS-FDN-COUNT)
                               MOVE IFN-FOUNDATION-NAME
                                   TO WFN-NAME(WS-FDN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOUNDATION-FILE.

      *================================================================
      *    Control break on foundation code: a new code closes the
      *    last foundation's block and opens the next.
      *================================================================
           REMIT-ONE-DETAIL.
               IF NOT FOUNDATION-OPEN
                  OR IR-FOUNDATION-CODE NOT = WS-CUR-FOUNDATION
                   IF FOUNDATION-OPEN
                       PERFORM CLOSE-FOUNDATION
                   END-IF
                   PERFORM OPEN-FOUNDATION
               END-IF
               WRITE REMIT-IO FROM IOLTA-REMIT-RECORD
               ADD 1 TO WS-FDN-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               ADD IR-GROSS-INTEREST TO WS-FDN-GROSS
               ADD IR-SERVICE-CHARGE TO WS-FDN-CHARGES
               ADD IR-NET-REMITTED   TO WS-FDN-NET
               IF WS-CUR-FOUNDATION = SPACES
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
               PERFORM WRITE-DETAIL-LINE
               PERFORM READ-NEXT-DETAIL.

           OPEN-FOUNDATION.
               MOVE "Y" TO WS-IN-FOUNDATION
               MOVE IR-FOUNDATION-CODE TO WS-CUR-FOUNDATION
               MOVE IR-REMIT-DATE TO WS-REMIT-DATE
               MOVE 0 TO WS-FDN-ACCOUNTS
               MOVE 0 TO WS-FDN-GROSS
               MOVE 0 TO WS-FDN-CHARGES
               MOVE 0 TO WS-FDN-NET
               ADD 1 TO WS-FOUNDATION-COUNT
               MOVE SPACES TO WS-CUR-NAME
               IF WS-CUR-FOUNDATION NOT = SPACES
                   SET WS-FDN-IDX TO 1
                   SEARCH WS-FDN-ENTRY
                       AT END
                           ADD 1 TO WS-UNKNOWN-FDN-COUNT
                       WHEN WS-FDN-IDX > WS-FDN-COUNT
                           ADD 1 TO WS-UNKNOWN-FDN-COUNT
                       WHEN WFN-CODE(WS-FDN-IDX) = WS-CUR-FOUNDATION
                           MOVE WFN-NAME(WS-FDN-IDX) TO WS-CUR-NAME
                   END-SEARCH
               END-IF
      *        The header row - the detail row's key fields stay as
      *        read, so only the body is rebuilt and then restored.
               MOVE IOLTA-REMIT-RECORD TO WS-SAVE-DETAIL
               MOVE "H" TO IR-RECORD-TYPE
               MOVE SPACES TO IR-BODY
               MOVE WS-CUR-NAME TO IR-FOUNDATION-NAME
               MOVE WS-REMIT-DATE(1:7) TO IR-PERIOD
               WRITE REMIT-IO FROM IOLTA-REMIT-RECORD
               MOVE WS-SAVE-DETAIL TO IOLTA-REMIT-RECORD
               PERFORM WRITE-FOUNDATION-HEADING.

           CLOSE-FOUNDATION.
               MOVE IOLTA-REMIT-RECORD TO WS-SAVE-DETAIL
               MOVE "T" TO IR-RECORD-TYPE
               MOVE WS-CUR-FOUNDATION TO IR-FOUNDATION-CODE
               MOVE WS-REMIT-DATE TO IR-REMIT-DATE
               MOVE SPACES TO IR-BODY
               MOVE WS-FDN-ACCOUNTS TO IR-ACCOUNT-COUNT
               MOVE WS-FDN-GROSS    TO IR-TOTAL-GROSS
               MOVE WS-FDN-CHARGES  TO IR-TOTAL-CHARGES
               MOVE WS-FDN-NET      TO IR-TOTAL-NET
               WRITE REMIT-IO FROM IOLTA-REMIT-RECORD
               MOVE WS-SAVE-DETAIL TO IOLTA-REMIT-RECORD
               ADD WS-FDN-GROSS   TO WS-TOTAL-GROSS
               ADD WS-FDN-CHARGES TO WS-TOTAL-CHARGES
               ADD WS-FDN-NET     TO WS-TOTAL-NET
               MOVE "N" TO WS-IN-FOUNDATION
               PERFORM WRITE-FOUNDATION-TOTAL.

      *================================================================
      *    Report.
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - IOLTA INTEREST REMITTANCE  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-FOUNDATION-HEADING.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-CUR-FOUNDATION = SPACES
                   STRING "  FOUNDATION: (NONE)  ** NO FOUNDATION ON "
                       DELIMITED SIZE
                       "IOLTA-ACCOUNTS.dat - CORRECT BEFORE "
                       DELIMITED SIZE
                       "REMITTING **" DELIMITED SIZE
                       INTO WS-OUT-LINE
               ELSE
                   IF WS-CUR-NAME = SPACES
                       STRING "  FOUNDATION: " DELIMITED SIZE
                           WS-CUR-FOUNDATION DELIMITED SIZE
                           "  ** NOT ON IOLTA-FOUNDATIONS.dat **"
                           DELIMITED SIZE
                           INTO WS-OUT-LINE
                   ELSE
                       STRING "  FOUNDATION: " DELIMITED SIZE
                           WS-CUR-FOUNDATION DELIMITED SIZE
                           "  " DELIMITED SIZE
                           WS-CUR-NAME DELIMITED SIZE
                           INTO WS-OUT-LINE
                   END-IF
               END-IF
               MOVE "PERIOD"            TO WS-OUT-LINE(110:6)
               MOVE WS-REMIT-DATE(1:7)  TO WS-OUT-LINE(117:7)
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "ACCOUNT"           TO WS-OUT-LINE(3:7)
               MOVE "BAR NUMBER"        TO WS-OUT-LINE(14:10)
               MOVE "ATTORNEY"          TO WS-OUT-LINE(27:8)
               MOVE "MONTH-END BALANCE" TO WS-OUT-LINE(53:17)
               MOVE "RATE %"            TO WS-OUT-LINE(73:6)
               MOVE "INTEREST"          TO WS-OUT-LINE(89:8)
               MOVE "SVC CHARGES"       TO WS-OUT-LINE(104:11)
               MOVE "NET REMITTED"      TO WS-OUT-LINE(121:12)
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-DETAIL-LINE.
               MOVE IR-ACCOUNT-ID    TO WS-OUT-LINE(3:10)
               MOVE IR-BAR-NUMBER    TO WS-OUT-LINE(14:12)
               MOVE IR-ATTORNEY-NAME TO WS-OUT-LINE(27:25)
               MOVE IR-BALANCE TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(53:17)
               COMPUTE WS-RATE-PCT ROUNDED = IR-RATE * 100
               MOVE WS-RATE-PCT TO WS-DISP-RATE
               MOVE WS-DISP-RATE TO WS-OUT-LINE(71:8)
               MOVE IR-GROSS-INTEREST TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(80:17)
               MOVE IR-SERVICE-CHARGE TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(98:17)
               MOVE IR-NET-REMITTED TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(116:17)
               PERFORM WRITE-REPORT-LINE.

           WRITE-FOUNDATION-TOTAL.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               STRING "  FOUNDATION TOTAL (" DELIMITED SIZE
                   WS-FDN-ACCOUNTS DELIMITED SIZE
                   " account(s))" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-FDN-GROSS TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(80:17)
               MOVE WS-FDN-CHARGES TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(98:17)
               MOVE WS-FDN-NET TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(116:17)
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               STRING "  GRAND TOTAL: " DELIMITED SIZE
                   WS-FOUNDATION-COUNT DELIMITED SIZE
                   " foundation(s), " DELIMITED SIZE
                   WS-ACCOUNT-COUNT DELIMITED SIZE
                   " account(s)" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-TOTAL-GROSS TO WS-DISP-GRAND
               MOVE WS-DISP-GRAND TO WS-OUT-LINE(79:18)
               MOVE WS-TOTAL-CHARGES TO WS-DISP-GRAND
               MOVE WS-DISP-GRAND TO WS-OUT-LINE(97:18)
               MOVE WS-TOTAL-NET TO WS-DISP-GRAND
               MOVE WS-DISP-GRAND TO WS-OUT-LINE(115:18)
               PERFORM WRITE-REPORT-LINE
               IF WS-UNASSIGNED-COUNT > 0
                   STRING "  ** " DELIMITED SIZE
                       WS-UNASSIGNED-COUNT DELIMITED SIZE
                       " account(s) with no foundation on "
                       DELIMITED SIZE
                       "IOLTA-ACCOUNTS.dat **" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-LINE.
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - IOLTA Interest Remittance"
               DISPLAY "=============================================="
               IF WS-ACCOUNT-COUNT = 0
                   DISPLAY "  No IOLTA interest to remit this run"
               ELSE
                   PERFORM DISPLAY-REMIT-TOTALS
               END-IF
               DISPLAY "==============================================".

           DISPLAY-REMIT-TOTALS.
               DISPLAY "  Foundations        : " WS-FOUNDATION-COUNT
               DISPLAY "  Accounts Remitted  : " WS-ACCOUNT-COUNT
               MOVE WS-TOTAL-GROSS TO WS-DISP-GRAND
               DISPLAY "  Gross Interest     : " WS-DISP-GRAND
               MOVE WS-TOTAL-CHARGES TO WS-DISP-GRAND
               DISPLAY "  Service Charges    : " WS-DISP-GRAND
               MOVE WS-TOTAL-NET TO WS-DISP-GRAND
               DISPLAY "  Net Remitted       : " WS-DISP-GRAND
               IF WS-UNASSIGNED-COUNT > 0
                   DISPLAY "  WARNING: No Fdn    : " WS-UNASSIGNED-COUNT
               END-IF
               IF WS-UNKNOWN-FDN-COUNT > 0
                   DISPLAY "  Fdn Not On File    : "
                       WS-UNKNOWN-FDN-COUNT
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/IOLTA-REMITTANCE.dat"
               DISPLAY "  → data/output/IOLTA-REMIT-REPORT.dat".
