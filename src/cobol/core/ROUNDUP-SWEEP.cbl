      *================================================================
      * PROGRAM:    ROUNDUP-SWEEP.cbl
      * DESCRIPTION: Nightly round-up savings sweep. A checking
      *              account enrolled on ROUNDUP-ENROLLMENT.dat has
      *              every card purchase and ATM withdrawal it posted
      *              today rounded up to the next whole dollar, and
      *              the spare change - times the enrollment's
      *              multiplier - moved to the linked savings account.
      *              Runs right after TXN-PROCESSOR, beside
      *              BALANCE-SWEEP:
      *                - card spend is read off today's
      *                  APPROVED-TRANSACTIONS.dat: every ATW, and
      *                  every WDR that AUTH-HOLD-PROC matched to an
      *                  authorization hold (CARD-SETTLEMENTS.dat,
      *                  one settlement per matching withdrawal); a
      *                  whole-dollar item rounds up nothing;
      *                - the night's round-ups for each account are
      *                  totalled into ONE XFR, checking to savings,
      *                  parked on RESUBMIT-QUEUE.dat dated the next
      *                  business day with an S-series reference -
      *                  the same queue-for-the-next-run route the
      *                  excess-balance sweep takes - so it is
      *                  validated, posted, ledgered and GL-booked
      *                  like any customer transfer (it is NOT on the
      *                  system-generated list: the funds check still
      *                  applies when it posts);
      *                - a sweep that would take the checking account's
      *                  closing balance on ACCOUNTS-UPDATED.dat below
      *                  zero is skipped for the night and the spare
      *                  change is not carried forward.
      *              Each night's figures are added to the month's row
      *              per customer and checking account on
      *              ROUNDUP-MONTHLY-SUMMARY.dat (thirteen months
      *              kept), which STATEMENT-GEN prints on the
      *              statement and marketing takes as its extract.
      *              The night's activity is listed on
      *              ROUNDUP-ACTIVITY-REPORT.dat.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ROUNDUP-SWEEP.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional enrollment file: nobody enrolled, no sweeps.
               SELECT ENROLL-FILE
                   ASSIGN TO "data/input/ROUNDUP-ENROLLMENT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLL-STATUS.

               SELECT APPROVED-FILE
                   ASSIGN TO "data/output/APPROVED-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APR-STATUS.

      *        Today's card settlements, from AUTH-HOLD-PROC.
               SELECT CARD-SETTLE-FILE
                   ASSIGN TO "data/output/CARD-SETTLEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSL-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/output/ACCOUNTS-UPDATED.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT RESUBMIT-QUEUE-FILE
                   ASSIGN TO "data/input/RESUBMIT-QUEUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

      *        Shared S-series reference sequence - same never-
      *        repeats treatment ACCOUNT-MAINT gives it.
               SELECT SYSREF-FILE
                   ASSIGN TO "data/output/SYSTEM-REF-SEQ.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSREF-STATUS.

      *        Month-to-date summary, persisted across runs - same
      *        load/rewrite treatment AUTH-HOLDS-ACTIVE.dat gets.
               SELECT SUMMARY-FILE
                   ASSIGN TO "data/output/ROUNDUP-MONTHLY-SUMMARY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMM-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/ROUNDUP-ACTIVITY-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ENROLL-FILE.
           01 ENROLL-IO             PIC X(50).

           FD APPROVED-FILE.
           01 APPROVED-IO           PIC X(116).

           FD CARD-SETTLE-FILE.
           01 CARD-SETTLE-IO        PIC X(50).

           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD RESUBMIT-QUEUE-FILE.
           01 RESUBMIT-QUEUE-RECORD PIC X(116).

           FD SYSREF-FILE.
           01 SYSREF-RECORD         PIC X(16).

           FD SUMMARY-FILE.
           01 SUMMARY-IO            PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ENROLL-STATUS      PIC XX.
               88 WS-ENROLL-FILE-OK    VALUE "00".
           01 WS-APR-STATUS         PIC XX.
               88 WS-APR-FILE-OK       VALUE "00".
           01 WS-CSL-STATUS         PIC XX.
               88 WS-CSL-FILE-OK       VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
           01 WS-SYSREF-STATUS      PIC XX.
               88 WS-SYSREF-FILE-OK    VALUE "00".
           01 WS-SUMM-STATUS        PIC XX.
               88 WS-SUMM-FILE-OK      VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-ENROLL         PIC X VALUE "N".
               88 END-OF-ENROLL        VALUE "Y".
           01 WS-EOF-APR            PIC X VALUE "N".
               88 END-OF-APPROVED      VALUE "Y".
           01 WS-EOF-CSL            PIC X VALUE "N".
               88 END-OF-SETTLEMENTS   VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-SUMM           PIC X VALUE "N".
               88 END-OF-SUMMARY       VALUE "Y".

           COPY "TRANSACTION-RECORD.cpy".
           COPY "ROUNDUP-ENROLL-RECORD.cpy".
           COPY "CARD-SETTLEMENT-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "ROUNDUP-SUMMARY-RECORD.cpy".

      *    --- Multiplier bounds: blank or zero means 1, anything
      *        over the program ceiling is held to the ceiling ---
           01 WS-MAX-MULTIPLIER     PIC 99 VALUE 10.

      *    --- Enrollments, with the night's round-up totals ---
           01 WS-ENR-MAX            PIC 9(4) VALUE 2000.
           01 WS-ENR-TABLE.
               05 WS-ENR-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-ENR-IDX.
                   10 WRE-CHECKING     PIC X(10).
                   10 WRE-SAVINGS      PIC X(10).
                   10 WRE-MULTIPLIER   PIC 99.
                   10 WRE-ITEM-COUNT   PIC 9(5).
                   10 WRE-TOTAL        PIC 9(7)V99.
           01 WS-ENR-COUNT          PIC 9(4) VALUE 0.
           01 WS-ENR-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-SUSPENDED-COUNT    PIC 9(4) VALUE 0.

      *    --- Today's card settlements, each matched at most once ---
           01 WS-CSL-MAX            PIC 9(5) VALUE 20000.
           01 WS-CSL-TABLE.
               05 WS-CSL-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-CSL-IDX.
                   10 WCS-ACCOUNT      PIC X(10).
                   10 WCS-AMOUNT       PIC 9(9)V99.
                   10 WCS-USED         PIC X(01).
           01 WS-CSL-COUNT          PIC 9(5) VALUE 0.
           01 WS-CARD-SPEND         PIC X(01).

      *    --- Closing positions ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-BALANCE       PIC S9(9)V99.
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-RAW-BALANCE-X      PIC X(12).
           01 WS-RAW-BALANCE REDEFINES WS-RAW-BALANCE-X
                               PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-LOOKUP-ID          PIC X(10).
           01 WS-FOUND-BAL          PIC S9(9)V99.
           01 WS-FOUND-ANY          PIC X.

      *    --- Customer links (first CIF party on the account) ---
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-FOUND-CUSTOMER     PIC X(10).

      *    --- Monthly summary rows ---
           01 WS-SUMM-MAX           PIC 9(5) VALUE 30000.
           01 WS-SUMM-TABLE.
               05 WS-SUMM-ENTRY OCCURS 30000 TIMES
                               INDEXED BY WS-SUMM-IDX.
                   10 WSU-RECORD       PIC X(100).
           01 WS-SUMM-COUNT         PIC 9(5) VALUE 0.
           01 WS-SUMM-FOUND-IDX     PIC 9(5) VALUE 0.
           01 WS-SUMM-DROPPED       PIC 9(5) VALUE 0.

      *    --- Round-up arithmetic ---
           01 WS-WHOLE-DOLLARS      PIC 9(9).
           01 WS-SPARE-CHANGE       PIC 9V99.
           01 WS-ITEM-ROUNDUP       PIC 9(3)V99.
           01 WS-BAL-AFTER          PIC S9(9)V99.

      *    --- S-series references (same derivation ACCOUNT-MAINT
      *        makes) ---
           01 WS-SYSREF-SEQ         PIC 9(5) VALUE 0.
           01 WS-SYSREF-IO          PIC X(16).
           01 WS-SYSREF             PIC X(12).

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-MONTH        PIC X(07).
      *    --- Oldest summary month kept: the same month last year,
      *        so a full year's comparison is always on file ---
           01 WS-KEEP-FROM-MONTH    PIC X(07).
           01 WS-KEEP-YEAR          PIC 9(4).
      *    --- The sweep's value date: the next business day, when
      *        the validator will actually drain the queue (Friday
      *        rolls to Monday, the INTEREST-CALC day-of-week
      *        arithmetic) ---
           01 WS-NEXT-BUS-DATE      PIC X(10).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-DAY-OF-WEEK        PIC 9.

      *    --- Counters ---
           01 WS-ITEMS-ROUNDED      PIC 9(5) VALUE 0.
           01 WS-SWEEP-COUNT        PIC 9(4) VALUE 0.
           01 WS-SKIP-COUNT         PIC 9(4) VALUE 0.
           01 WS-NOACCT-COUNT       PIC 9(4) VALUE 0.
           01 WS-TOTAL-SWEPT        PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-SKIPPED      PIC 9(9)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZ,ZZ9.99.
           01 WS-RPT-COUNT          PIC ZZZZ9.
           01 WS-RPT-OUTCOME        PIC X(20).
           01 WS-OUT-LINE           PIC X(80).
           01 WS-FEED-OPEN          PIC X VALUE "N".

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-ENROLLMENTS
               IF WS-ENR-COUNT = 0
                   DISPLAY "  No ROUNDUP-ENROLLMENT.dat - no sweeps"
                   STOP RUN
               END-IF
               PERFORM LOAD-CLOSING-POSITIONS
               PERFORM LOAD-CARD-SETTLEMENTS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM ACCUMULATE-ROUND-UPS
               PERFORM LOAD-MONTHLY-SUMMARY
               PERFORM LOAD-SYSTEM-REF-SEQ
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "ROUNDUP-ACTIVITY-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM SWEEP-ONE-ENROLLMENT
                   VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               IF WS-FEED-OPEN = "Y"
                   CLOSE RESUBMIT-QUEUE-FILE
               END-IF
               PERFORM REWRITE-SYSTEM-REF-SEQ
               PERFORM REWRITE-MONTHLY-SUMMARY
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
               MOVE WS-TODAY(1:7) TO WS-TODAY-MONTH
               MOVE WS-DATE-INT(1:4) TO WS-KEEP-YEAR
               SUBTRACT 1 FROM WS-KEEP-YEAR
               MOVE WS-TODAY-MONTH TO WS-KEEP-FROM-MONTH
               MOVE WS-KEEP-YEAR TO WS-KEEP-FROM-MONTH(1:4)
               PERFORM DERIVE-NEXT-BUSINESS-DATE.

      *    Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      *    Monday, so the remainder arithmetic lands 1=Monday
      *    through 7=Sunday; Friday's next business day is Monday.
           DERIVE-NEXT-BUSINESS-DATE.
               COMPUTE WS-DOW-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT) - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               COMPUTE WS-DAY-OF-WEEK = WS-DOW-REM + 1
               IF WS-DAY-OF-WEEK = 5
                   COMPUTE WS-NEXT-BUS-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-INT) + 3
               ELSE
                   COMPUTE WS-NEXT-BUS-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-INT) + 1
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-JULIAN)
                   TO WS-NEXT-BUS-INT
               MOVE WS-NEXT-BUS-INT(1:4) TO WS-NEXT-BUS-DATE(1:4)
               MOVE "-"                  TO WS-NEXT-BUS-DATE(5:1)
               MOVE WS-NEXT-BUS-INT(5:2) TO WS-NEXT-BUS-DATE(6:2)
               MOVE "-"                  TO WS-NEXT-BUS-DATE(8:1)
               MOVE WS-NEXT-BUS-INT(7:2) TO WS-NEXT-BUS-DATE(9:2).

      *    A suspended enrollment is counted but sweeps nothing; a
      *    second row for the same checking account is ignored.
           LOAD-ENROLLMENTS.
               OPEN INPUT ENROLL-FILE
               IF WS-ENROLL-FILE-OK
                   PERFORM READ-ONE-ENROLLMENT
                       UNTIL END-OF-ENROLL
                   CLOSE ENROLL-FILE
               END-IF.

           READ-ONE-ENROLLMENT.
               READ ENROLL-FILE INTO ROUNDUP-ENROLL-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ENROLL
               NOT AT END
                   IF RUE-CHECKING-ACCT NOT = SPACES
                   AND RUE-SAVINGS-ACCT NOT = SPACES
                       IF RUE-SUSPENDED
                           ADD 1 TO WS-SUSPENDED-COUNT
                       ELSE
                           PERFORM STORE-ENROLLMENT
                       END-IF
                   END-IF
               END-READ.

           STORE-ENROLLMENT.
               MOVE RUE-CHECKING-ACCT TO WS-LOOKUP-ID
               PERFORM FIND-ENROLLMENT
               IF WS-ENR-FOUND-IDX = 0
               AND WS-ENR-COUNT < WS-ENR-MAX
                   ADD 1 TO WS-ENR-COUNT
                   MOVE RUE-CHECKING-ACCT
                       TO WRE-CHECKING(WS-ENR-COUNT)
                   MOVE RUE-SAVINGS-ACCT
                       TO WRE-SAVINGS(WS-ENR-COUNT)
                   IF RUE-MULTIPLIER-X IS NUMERIC
                   AND RUE-MULTIPLIER > 0
                       MOVE RUE-MULTIPLIER
                           TO WRE-MULTIPLIER(WS-ENR-COUNT)
                   ELSE
                       MOVE 1 TO WRE-MULTIPLIER(WS-ENR-COUNT)
                   END-IF
                   IF WRE-MULTIPLIER(WS-ENR-COUNT) > WS-MAX-MULTIPLIER
                       MOVE WS-MAX-MULTIPLIER
                           TO WRE-MULTIPLIER(WS-ENR-COUNT)
                   END-IF
                   MOVE 0 TO WRE-ITEM-COUNT(WS-ENR-COUNT)
                   MOVE 0 TO WRE-TOTAL(WS-ENR-COUNT)
               END-IF.

           FIND-ENROLLMENT.
               MOVE 0 TO WS-ENR-FOUND-IDX
               PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
                   OR WS-ENR-FOUND-IDX > 0
                   IF WRE-CHECKING(WS-ENR-IDX) = WS-LOOKUP-ID
                       MOVE WS-ENR-IDX TO WS-ENR-FOUND-IDX
                   END-IF
               END-PERFORM.

           LOAD-CLOSING-POSITIONS.
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   DISPLAY "  No ACCOUNTS-UPDATED.dat to sweep from"
                   STOP RUN
               END-IF
               PERFORM READ-ONE-ACCOUNT
                   UNTIL END-OF-ACCT-LOAD
               CLOSE ACCOUNTS-FILE.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCT-FILE-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                   AND ACCT-FILE-RECORD(1:10) NOT = SPACES
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE ACCT-FILE-RECORD(1:10)
                           TO WA-ID(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(46:12)
                           TO WS-RAW-BALANCE-X
                       IF WS-RAW-BALANCE IS NUMERIC
                           MOVE WS-RAW-BALANCE
                               TO WA-BALANCE(WS-ACCT-COUNT)
                       ELSE
                           MOVE 0 TO WA-BALANCE(WS-ACCT-COUNT)
                       END-IF
                   END-IF
               END-READ.

           FIND-BALANCE.
               MOVE "N" TO WS-FOUND-ANY
               MOVE 0 TO WS-FOUND-BAL
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WA-ID(WS-ACCT-IDX) = WS-LOOKUP-ID
                       MOVE WA-BALANCE(WS-ACCT-IDX) TO WS-FOUND-BAL
                       MOVE "Y" TO WS-FOUND-ANY
                   END-IF
               END-PERFORM.

      *    --- Optional file: no card settlements means only ATWs
      *        round up tonight. A list left over from an earlier
      *        date (AUTH-HOLD-PROC not run today) is ignored ---
           LOAD-CARD-SETTLEMENTS.
               OPEN INPUT CARD-SETTLE-FILE
               IF WS-CSL-FILE-OK
                   PERFORM READ-ONE-SETTLEMENT
                       UNTIL END-OF-SETTLEMENTS
                   CLOSE CARD-SETTLE-FILE
               END-IF.

           READ-ONE-SETTLEMENT.
               READ CARD-SETTLE-FILE INTO CARD-SETTLEMENT-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CSL
               NOT AT END
                   IF CSL-SETTLE-DATE = WS-TODAY
                   AND CSL-AMOUNT IS NUMERIC
                   AND WS-CSL-COUNT < WS-CSL-MAX
                       ADD 1 TO WS-CSL-COUNT
                       MOVE CSL-ACCOUNT-ID TO WCS-ACCOUNT(WS-CSL-COUNT)
                       MOVE CSL-AMOUNT     TO WCS-AMOUNT(WS-CSL-COUNT)
                       MOVE "N"            TO WCS-USED(WS-CSL-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: with no links the summary carries a
      *        blank customer ---
           LOAD-CUSTOMER-LINKS.
               OPEN INPUT CUST-LINKS-FILE
               IF WS-CLNK-FILE-OK
                   PERFORM READ-ONE-CUSTOMER-LINK
                       UNTIL END-OF-CLNK-LOAD
                   CLOSE CUST-LINKS-FILE
               END-IF.

           READ-ONE-CUSTOMER-LINK.
               READ CUST-LINKS-FILE INTO CUSTOMER-LINK-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CLNK
               NOT AT END
                   IF WS-CLNK-COUNT < WS-CLNK-MAX
                       ADD 1 TO WS-CLNK-COUNT
                       MOVE CAL-CUSTOMER-ID
                           TO WCL-CUSTOMER-ID(WS-CLNK-COUNT)
                       MOVE CAL-ACCOUNT-ID
                           TO WCL-ACCOUNT-ID(WS-CLNK-COUNT)
                   END-IF
               END-READ.

           FIND-CUSTOMER.
               MOVE SPACES TO WS-FOUND-CUSTOMER
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   OR WS-FOUND-CUSTOMER NOT = SPACES
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = WS-LOOKUP-ID
                       MOVE WCL-CUSTOMER-ID(WS-CLNK-IDX)
                           TO WS-FOUND-CUSTOMER
                   END-IF
               END-PERFORM.

      *    --- Card spend posted today on an enrolled account ---
           ACCUMULATE-ROUND-UPS.
               OPEN INPUT APPROVED-FILE
               IF WS-APR-FILE-OK
                   PERFORM SCAN-ONE-APPROVED
                       UNTIL END-OF-APPROVED
                   CLOSE APPROVED-FILE
               END-IF.

           SCAN-ONE-APPROVED.
               READ APPROVED-FILE INTO APPROVED-IO
               AT END
                   MOVE "Y" TO WS-EOF-APR
               NOT AT END
                   MOVE APPROVED-IO TO TRANSACTION-RECORD
                   IF TR-ATM-DEBIT OR TR-WITHDRAWAL
                       MOVE TR-ACCOUNT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-ENROLLMENT
                       IF WS-ENR-FOUND-IDX > 0
                           PERFORM CHECK-CARD-SPEND
                           IF WS-CARD-SPEND = "Y"
                               PERFORM ADD-ONE-ROUND-UP
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *    An ATW is always card cash at an ATM; a WDR counts only
      *    when it settled a card authorization today.
           CHECK-CARD-SPEND.
               MOVE "N" TO WS-CARD-SPEND
               IF TR-ATM-DEBIT
                   MOVE "Y" TO WS-CARD-SPEND
               ELSE
                   PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
                       UNTIL WS-CSL-IDX > WS-CSL-COUNT
                       OR WS-CARD-SPEND = "Y"
                       IF WCS-USED(WS-CSL-IDX) = "N"
                       AND WCS-ACCOUNT(WS-CSL-IDX) = TR-ACCOUNT-ID
                       AND WCS-AMOUNT(WS-CSL-IDX) = TR-AMOUNT
                           MOVE "Y" TO WCS-USED(WS-CSL-IDX)
                           MOVE "Y" TO WS-CARD-SPEND
                       END-IF
                   END-PERFORM
               END-IF.

           ADD-ONE-ROUND-UP.
               MOVE TR-AMOUNT TO WS-WHOLE-DOLLARS
               IF TR-AMOUNT > WS-WHOLE-DOLLARS
                   COMPUTE WS-SPARE-CHANGE =
                       1 - (TR-AMOUNT - WS-WHOLE-DOLLARS)
                   COMPUTE WS-ITEM-ROUNDUP = WS-SPARE-CHANGE
                       * WRE-MULTIPLIER(WS-ENR-FOUND-IDX)
                   ADD 1 TO WRE-ITEM-COUNT(WS-ENR-FOUND-IDX)
                   ADD WS-ITEM-ROUNDUP
                       TO WRE-TOTAL(WS-ENR-FOUND-IDX)
                   ADD 1 TO WS-ITEMS-ROUNDED
               END-IF.

      *    --- Optional file: absent on the very first run. Rows
      *        older than the retention month fall away here ---
           LOAD-MONTHLY-SUMMARY.
               OPEN INPUT SUMMARY-FILE
               IF WS-SUMM-FILE-OK
                   PERFORM READ-ONE-SUMMARY
                       UNTIL END-OF-SUMMARY
                   CLOSE SUMMARY-FILE
               END-IF.

           READ-ONE-SUMMARY.
               READ SUMMARY-FILE INTO SUMMARY-IO
               AT END
                   MOVE "Y" TO WS-EOF-SUMM
               NOT AT END
                   IF SUMMARY-IO(1:7) < WS-KEEP-FROM-MONTH
                       ADD 1 TO WS-SUMM-DROPPED
                   ELSE
                       IF WS-SUMM-COUNT < WS-SUMM-MAX
                           ADD 1 TO WS-SUMM-COUNT
                           MOVE SUMMARY-IO
                               TO WSU-RECORD(WS-SUMM-COUNT)
                       END-IF
                   END-IF
               END-READ.

      *    This month's row for the enrollment's checking account,
      *    opened on its first night with activity.
           FIND-OR-ADD-SUMMARY.
               MOVE 0 TO WS-SUMM-FOUND-IDX
               PERFORM VARYING WS-SUMM-IDX FROM 1 BY 1
                   UNTIL WS-SUMM-IDX > WS-SUMM-COUNT
                   OR WS-SUMM-FOUND-IDX > 0
                   MOVE WSU-RECORD(WS-SUMM-IDX)
                       TO ROUNDUP-SUMMARY-RECORD
                   IF RUS-MONTH = WS-TODAY-MONTH
                   AND RUS-CHECKING-ACCT = WRE-CHECKING(WS-ENR-IDX)
                       MOVE WS-SUMM-IDX TO WS-SUMM-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-SUMM-FOUND-IDX = 0
               AND WS-SUMM-COUNT < WS-SUMM-MAX
                   MOVE WRE-CHECKING(WS-ENR-IDX) TO WS-LOOKUP-ID
                   PERFORM FIND-CUSTOMER
                   INITIALIZE ROUNDUP-SUMMARY-RECORD
                   MOVE WS-TODAY-MONTH    TO RUS-MONTH
                   MOVE WS-FOUND-CUSTOMER TO RUS-CUSTOMER-ID
                   MOVE WRE-CHECKING(WS-ENR-IDX) TO RUS-CHECKING-ACCT
                   ADD 1 TO WS-SUMM-COUNT
                   MOVE ROUNDUP-SUMMARY-RECORD
                       TO WSU-RECORD(WS-SUMM-COUNT)
                   MOVE WS-SUMM-COUNT TO WS-SUMM-FOUND-IDX
               END-IF
               IF WS-SUMM-FOUND-IDX > 0
                   MOVE WSU-RECORD(WS-SUMM-FOUND-IDX)
                       TO ROUNDUP-SUMMARY-RECORD
                   MOVE WRE-SAVINGS(WS-ENR-IDX)    TO RUS-SAVINGS-ACCT
                   MOVE WRE-MULTIPLIER(WS-ENR-IDX) TO RUS-MULTIPLIER
               END-IF.

           SWEEP-ONE-ENROLLMENT.
               IF WRE-TOTAL(WS-ENR-IDX) > 0
                   MOVE WRE-CHECKING(WS-ENR-IDX) TO WS-LOOKUP-ID
                   PERFORM FIND-BALANCE
                   IF WS-FOUND-ANY = "Y"
                       COMPUTE WS-BAL-AFTER =
                           WS-FOUND-BAL - WRE-TOTAL(WS-ENR-IDX)
                       MOVE WRE-SAVINGS(WS-ENR-IDX) TO WS-LOOKUP-ID
                       PERFORM FIND-BALANCE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-FOUND-ANY NOT = "Y"
                           ADD 1 TO WS-NOACCT-COUNT
                           MOVE "ACCOUNT NOT ON FILE" TO WS-RPT-OUTCOME
                           MOVE SPACES TO WS-SYSREF
                           PERFORM WRITE-ACTIVITY-LINE
                       WHEN WS-BAL-AFTER < 0
                           PERFORM SKIP-ROUND-UP-SWEEP
                       WHEN OTHER
                           PERFORM GENERATE-ROUND-UP-SWEEP
                   END-EVALUATE
               END-IF.

      *    --- Same append-or-create treatment the other queue
      *        producers use; TXN-RESUBMIT extends behind us and
      *        the next run's validator drains the lot ---
           OPEN-RESUBMIT-QUEUE.
               IF WS-FEED-OPEN NOT = "Y"
                   OPEN EXTEND RESUBMIT-QUEUE-FILE
                   IF NOT WS-TXN-STATUS = "00"
                       OPEN OUTPUT RESUBMIT-QUEUE-FILE
                   END-IF
                   MOVE "Y" TO WS-FEED-OPEN
               END-IF.

           GENERATE-ROUND-UP-SWEEP.
               PERFORM OPEN-RESUBMIT-QUEUE
               PERFORM NEXT-SYSTEM-REFERENCE
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-NEXT-BUS-DATE   TO TR-DATE
               MOVE WRE-CHECKING(WS-ENR-IDX) TO TR-ACCOUNT-ID
               MOVE "XFR"              TO TR-TXN-TYPE
               MOVE WRE-TOTAL(WS-ENR-IDX) TO TR-AMOUNT
               MOVE WRE-SAVINGS(WS-ENR-IDX) TO TR-TARGET-ACCOUNT
               MOVE "ROUND UP SAVINGS TRANSFER"
                                       TO TR-DESCRIPTION
               MOVE "PND"              TO TR-STATUS
               MOVE WS-SYSREF          TO TR-REFERENCE
               MOVE TRANSACTION-RECORD TO RESUBMIT-QUEUE-RECORD
               WRITE RESUBMIT-QUEUE-RECORD
               ADD 1 TO WS-SWEEP-COUNT
               ADD WRE-TOTAL(WS-ENR-IDX) TO WS-TOTAL-SWEPT
               PERFORM FIND-OR-ADD-SUMMARY
               IF WS-SUMM-FOUND-IDX > 0
                   ADD WRE-ITEM-COUNT(WS-ENR-IDX) TO RUS-ITEM-COUNT
                   ADD 1 TO RUS-SWEEP-COUNT
                   ADD WRE-TOTAL(WS-ENR-IDX) TO RUS-SWEPT-TOTAL
                   MOVE WS-TODAY TO RUS-LAST-SWEEP-DATE
                   MOVE ROUNDUP-SUMMARY-RECORD
                       TO WSU-RECORD(WS-SUMM-FOUND-IDX)
               END-IF
               MOVE "QUEUED" TO WS-RPT-OUTCOME
               PERFORM WRITE-ACTIVITY-LINE.

      *    The night's spare change is dropped, not carried: the
      *    items themselves have posted, only the savings move is
      *    forgone.
           SKIP-ROUND-UP-SWEEP.
               ADD 1 TO WS-SKIP-COUNT
               ADD WRE-TOTAL(WS-ENR-IDX) TO WS-TOTAL-SKIPPED
               PERFORM FIND-OR-ADD-SUMMARY
               IF WS-SUMM-FOUND-IDX > 0
                   ADD 1 TO RUS-SKIP-COUNT
                   ADD WRE-TOTAL(WS-ENR-IDX) TO RUS-SKIPPED-TOTAL
                   MOVE ROUNDUP-SUMMARY-RECORD
                       TO WSU-RECORD(WS-SUMM-FOUND-IDX)
               END-IF
               MOVE "SKIPPED - OVERDRAW" TO WS-RPT-OUTCOME
               MOVE SPACES TO WS-SYSREF
               PERFORM WRITE-ACTIVITY-LINE.

           WRITE-ACTIVITY-LINE.
               MOVE WRE-TOTAL(WS-ENR-IDX) TO WS-RPT-AMOUNT
               MOVE WRE-ITEM-COUNT(WS-ENR-IDX) TO WS-RPT-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE WRE-CHECKING(WS-ENR-IDX) TO WS-OUT-LINE(3:10)
               MOVE "->" TO WS-OUT-LINE(14:2)
               MOVE WRE-SAVINGS(WS-ENR-IDX) TO WS-OUT-LINE(17:10)
               MOVE WS-RPT-COUNT TO WS-OUT-LINE(28:5)
               MOVE "x" TO WS-OUT-LINE(34:1)
               MOVE WRE-MULTIPLIER(WS-ENR-IDX) TO WS-OUT-LINE(35:2)
               MOVE WS-RPT-AMOUNT TO WS-OUT-LINE(38:9)
               MOVE WS-RPT-OUTCOME TO WS-OUT-LINE(48:20)
               MOVE WS-SYSREF TO WS-OUT-LINE(68:12)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - ROUND-UP SAVINGS SWEEP  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "CHECKING" TO WS-OUT-LINE(3:8)
               MOVE "SAVINGS" TO WS-OUT-LINE(17:7)
               MOVE "ITEMS" TO WS-OUT-LINE(28:5)
               MOVE "MUL" TO WS-OUT-LINE(34:3)
               MOVE "   AMOUNT" TO WS-OUT-LINE(38:9)
               MOVE "OUTCOME" TO WS-OUT-LINE(48:7)
               MOVE "REFERENCE" TO WS-OUT-LINE(68:9)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-TOTALS.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-SWEPT TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  SWEEPS QUEUED  : " DELIMITED SIZE
                   WS-SWEEP-COUNT DELIMITED SIZE
                   "   TOTAL " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-SKIPPED TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  SWEEPS SKIPPED : " DELIMITED SIZE
                   WS-SKIP-COUNT DELIMITED SIZE
                   "   TOTAL " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           REWRITE-MONTHLY-SUMMARY.
               OPEN OUTPUT SUMMARY-FILE
               PERFORM VARYING WS-SUMM-IDX FROM 1 BY 1
                   UNTIL WS-SUMM-IDX > WS-SUMM-COUNT
                   MOVE WSU-RECORD(WS-SUMM-IDX) TO SUMMARY-IO
                   WRITE SUMMARY-IO
               END-PERFORM
               CLOSE SUMMARY-FILE.

           LOAD-SYSTEM-REF-SEQ.
               MOVE 0 TO WS-SYSREF-SEQ
               OPEN INPUT SYSREF-FILE
               IF WS-SYSREF-FILE-OK
                   READ SYSREF-FILE INTO WS-SYSREF-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-SYSREF-IO(1:10) = WS-TODAY
                       AND WS-SYSREF-IO(12:5) IS NUMERIC
                           MOVE WS-SYSREF-IO(12:5) TO WS-SYSREF-SEQ
                       END-IF
                   END-READ
                   CLOSE SYSREF-FILE
               END-IF.

           NEXT-SYSTEM-REFERENCE.
               ADD 1 TO WS-SYSREF-SEQ
               MOVE SPACES TO WS-SYSREF
               STRING "S" DELIMITED SIZE
                   WS-TODAY(3:2) DELIMITED SIZE
                   WS-TODAY(6:2) DELIMITED SIZE
                   WS-TODAY(9:2) DELIMITED SIZE
                   WS-SYSREF-SEQ DELIMITED SIZE
                   INTO WS-SYSREF.

           REWRITE-SYSTEM-REF-SEQ.
               OPEN OUTPUT SYSREF-FILE
               MOVE SPACES TO WS-SYSREF-IO
               MOVE WS-TODAY TO WS-SYSREF-IO(1:10)
               MOVE WS-SYSREF-SEQ TO WS-SYSREF-IO(12:5)
               WRITE SYSREF-RECORD FROM WS-SYSREF-IO
               CLOSE SYSREF-FILE.

           DISPLAY-RESULTS.
               MOVE WS-TOTAL-SWEPT TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Round-Up Savings Sweep"
               DISPLAY "=============================================="
               DISPLAY "  Enrolled Accounts  : " WS-ENR-COUNT
               DISPLAY "  Suspended          : " WS-SUSPENDED-COUNT
               DISPLAY "  Items Rounded Up   : " WS-ITEMS-ROUNDED
               DISPLAY "  Sweeps Queued      : " WS-SWEEP-COUNT
               DISPLAY "  Total Swept        : " WS-DISP-AMOUNT
               MOVE WS-TOTAL-SKIPPED TO WS-DISP-AMOUNT
               DISPLAY "  Skipped (Overdraw) : " WS-SKIP-COUNT
               DISPLAY "  Total Skipped      : " WS-DISP-AMOUNT
               DISPLAY "  Account Not Found  : " WS-NOACCT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/RESUBMIT-QUEUE.dat"
               DISPLAY "  → data/output/ROUNDUP-MONTHLY-SUMMARY.dat"
               DISPLAY "  → data/output/ROUNDUP-ACTIVITY-REPORT.dat"
               DISPLAY "==============================================".
