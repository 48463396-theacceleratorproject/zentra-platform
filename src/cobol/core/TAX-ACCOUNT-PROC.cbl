      *================================================================
      * PROGRAM:    TAX-ACCOUNT-PROC.cbl
      * DESCRIPTION: Nightly IRA and HSA upkeep. Every deposit
      *              account on the tax-account companion file
      *              TAX-ACCOUNTS.dat (see TAX-ACCOUNT-RECORD.cpy,
      *              load in full, rewrite in full) is brought up to
      *              date:
      *                - the owner: a blank owner takes the account's
      *                  first customer link, and the owner's birth
      *                  date is refreshed from the CIF every night;
      *                - the tax years: on the first run of a new
      *                  calendar year the current contribution
      *                  bucket becomes the prior-year bucket (open
      *                  for "PRIOR YEAR" contributions until the
      *                  April 15 filing deadline) and the year's
      *                  distributions start again from zero;
      *                - the prior year-end fair market value: the
      *                  last ACCOUNT-BALANCE-HISTORY.dat balance on
      *                  or before December 31 (an account with no
      *                  history that far back takes its opening
      *                  balance on the master, or zero if it was
      *                  opened since);
      *                - the required minimum distribution: a
      *                  traditional IRA whose owner reaches age
      *                  WS-RMD-START-AGE this year or is older owes
      *                  the prior year-end value divided by the
      *                  Uniform Lifetime Table factor for the age
      *                  attained this year.
      *              Runs after TXN-PROCESSOR, beside ROUNDUP-SWEEP,
      *              and reads the day's APPROVED-TRANSACTIONS.dat:
      *                - DEP, ATD, RTI on a plan, and an XFR INTO a
      *                  plan, are contributions - for the year
      *                  before when the description says "PRIOR
      *                  YEAR" and it is on or before April 15 (after
      *                  that the designation is too late and the
      *                  item counts to the current year, flagged L);
      *                  a description saying "ROLLOVER" is a
      *                  rollover in, outside the limit;
      *                - WDR, ATW, RTO, ACH, ACB, LNP on a plan, and
      *                  an XFR OUT of one, are distributions, coded
      *                  for the 1099-R or 1099-SA from the
      *                  description (ROLLOVER, DEATH, DISABILITY,
      *                  EXCESS, PROHIBITED) or else the owner's age
      *                  against 59 1/2.
      *              TXN-RULE-CHECK refuses a contribution over the
      *              owner's limit (E17) when it is taken; one that
      *              posts over it all the same - bank-generated, or
      *              taken before an earlier one posted - is flagged
      *              E with the amount over, for operations to return
      *              as an excess contribution.
      *              Each item is appended to TAX-ACCOUNT-ACTIVITY.dat
      *              (see TAX-ACTIVITY-RECORD.cpy), the history
      *              TAX-IRA-HSA builds the year-end forms from. The
      *              night's items and the year's RMD standing are
      *              listed on TAX-ACCOUNT-REPORT.dat; an RMD still
      *              outstanding in December is reported as a
      *              shortfall.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TAX-ACCOUNT-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional companion file: no plans, nothing to do.
               SELECT TAX-ACCOUNTS-FILE
                   ASSIGN TO "data/input/TAX-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXA-STATUS.

      *        Optional: the built-in limits stand without it.
               SELECT TAX-LIMITS-FILE
                   ASSIGN TO "data/input/TAX-CONTRIB-LIMITS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TCL-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT APPROVED-FILE
                   ASSIGN TO "data/output/APPROVED-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APR-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT BALANCE-HISTORY-FILE
                   ASSIGN TO "data/output/ACCOUNT-BALANCE-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

      *        Appended night after night - the year-end forms are
      *        built from it.
               SELECT ACTIVITY-FILE
                   ASSIGN TO "data/output/TAX-ACCOUNT-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACTV-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/TAX-ACCOUNT-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TAX-ACCOUNTS-FILE.
           01 TAX-ACCOUNT-IO        PIC X(150).

           FD TAX-LIMITS-FILE.
           01 TAX-LIMIT-IO          PIC X(30).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD APPROVED-FILE.
           01 APPROVED-IO           PIC X(116).

           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD BALANCE-HISTORY-FILE.
           01 HISTORY-IO            PIC X(40).

           FD ACTIVITY-FILE.
           01 ACTIVITY-IO           PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-TXA-STATUS         PIC XX.
               88 WS-TXA-FILE-OK       VALUE "00".
           01 WS-TCL-STATUS         PIC XX.
               88 WS-TCL-FILE-OK       VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-APR-STATUS         PIC XX.
               88 WS-APR-FILE-OK       VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-HIST-STATUS        PIC XX.
               88 WS-HIST-FILE-OK      VALUE "00".
           01 WS-ACTV-STATUS        PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-TXA            PIC X VALUE "N".
               88 END-OF-TXA-LOAD      VALUE "Y".
           01 WS-EOF-TCL            PIC X VALUE "N".
               88 END-OF-TCL-LOAD      VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-APR            PIC X VALUE "N".
               88 END-OF-APPROVED      VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-HIST           PIC X VALUE "N".
               88 END-OF-HISTORY       VALUE "Y".

           COPY "TAX-ACCOUNT-RECORD.cpy".
           COPY "TAX-LIMIT-RECORD.cpy".
           COPY "TAX-ACTIVITY-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".

      *    --- The plans, with the FMV search state for the year-end
      *        snapshot ---
           01 WS-TXA-MAX            PIC 9(4) VALUE 2000.
           01 WS-TXA-TABLE.
               05 WS-TXA-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-TXA-IDX.
                   10 WTA-RECORD       PIC X(150).
                   10 WTA-NEEDS-FMV    PIC X(01).
                   10 WTA-HIST-DATE    PIC X(10).
                   10 WTA-HIST-BAL     PIC S9(9)V99.
           01 WS-TXA-COUNT          PIC 9(4) VALUE 0.
           01 WS-TXA-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-TXA-SUM-IDX        PIC 9(4) VALUE 0.
           01 WS-LOOKUP-ID          PIC X(10).
           01 WS-FMV-NEEDED         PIC 9(4) VALUE 0.

      *    --- Contribution limits (see TAX-LIMIT-RECORD.cpy) ---
           01 WS-TCL-MAX            PIC 99 VALUE 40.
           01 WS-TCL-TABLE.
               05 WS-TCL-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-TCL-IDX.
                   10 WTL-TAX-YEAR     PIC X(04).
                   10 WTL-GROUP        PIC X(01).
                   10 WTL-COVERAGE     PIC X(01).
                   10 WTL-BASE         PIC 9(5)V99.
                   10 WTL-CATCHUP      PIC 9(5)V99.
                   10 WTL-CATCHUP-AGE  PIC 9(02).
           01 WS-TCL-COUNT          PIC 99 VALUE 0.
           01 WS-TCL-FOUND-IDX      PIC 99 VALUE 0.
           01 WS-TCL-BEST-YEAR      PIC X(04).

      *    --- CIF birth dates and customer links ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-BIRTH-DATE   PIC X(10).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-FOUND-CUSTOMER     PIC X(10).
           01 WS-NO-OWNER-COUNT     PIC 9(4) VALUE 0.
           01 WS-NO-BIRTH-COUNT     PIC 9(4) VALUE 0.

      *    --- Opening balances for the FMV fallback ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-BALANCE       PIC S9(9)V99.
                   10 WA-OPEN-DATE     PIC X(10).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-RAW-BALANCE-X      PIC X(12).
           01 WS-RAW-BALANCE REDEFINES WS-RAW-BALANCE-X
                               PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    --- Uniform Lifetime Table: the distribution period for
      *        ages 72 through 120 (120 and over share the last) ---
           01 WS-RMD-START-AGE      PIC 9(3) VALUE 73.
           01 WS-ULT-VALUES.
               05 FILLER PIC X(30) VALUE
                   "274265255246237229220211202194".
               05 FILLER PIC X(30) VALUE
                   "185177168160152144137129122115".
               05 FILLER PIC X(30) VALUE
                   "108101095089084078073068064060".
               05 FILLER PIC X(30) VALUE
                   "056052049046043041039037035034".
               05 FILLER PIC X(27) VALUE
                   "033031030029028027025023020".
           01 WS-ULT-TABLE REDEFINES WS-ULT-VALUES.
               05 WS-ULT-PERIOD OCCURS 49 TIMES PIC 99V9.
           01 WS-ULT-IDX            PIC 99.

      *    --- Tax-year arithmetic ---
           01 WS-CUR-YEAR           PIC X(04).
           01 WS-CUR-YEAR-NUM       PIC 9(04).
           01 WS-PRI-YEAR           PIC X(04).
           01 WS-PRI-YEAR-NUM       PIC 9(04).
           01 WS-FMV-CUTOFF         PIC X(10).
           01 WS-TAX-DEADLINE-MMDD  PIC X(05) VALUE "04-15".
           01 WS-TAX-YEAR           PIC X(04).
           01 WS-TAX-YEAR-NUM       PIC 9(04).
           01 WS-BIRTH-YEAR-NUM     PIC 9(04).
           01 WS-OWNER-AGE          PIC S9(4).
           01 WS-TAX-HITS           PIC 99 VALUE 0.
           01 WS-ROLLOVER-HITS      PIC 99 VALUE 0.
           01 WS-ITEM-FLAG          PIC X(01).
           01 WS-ITEM-EXCESS        PIC 9(7)V99.
           01 WS-TAX-LIMIT          PIC 9(7)V99.
           01 WS-TAX-USED           PIC 9(9)V99.
           01 WS-ROW-OWNER          PIC X(10).
           01 WS-ROW-GROUP          PIC X(01).
           01 WS-KEY-OWNER          PIC X(10).
           01 WS-KEY-GROUP          PIC X(01).
           01 WS-KEY-COVERAGE       PIC X(01).
           01 WS-DIST-CODE          PIC X(01).
           01 WS-HALF-BIRTHDAY      PIC X(10).
           01 WS-HALF-YEAR          PIC 9(04).
           01 WS-HALF-MONTH         PIC 99.
           01 WS-RMD-REMAINING      PIC S9(9)V99.

      *    --- Counters ---
           01 WS-CONTRIB-COUNT      PIC 9(5) VALUE 0.
           01 WS-ROLLIN-COUNT       PIC 9(5) VALUE 0.
           01 WS-DIST-COUNT         PIC 9(5) VALUE 0.
           01 WS-OVER-LIMIT-COUNT   PIC 9(5) VALUE 0.
           01 WS-LATE-COUNT         PIC 9(5) VALUE 0.
           01 WS-RMD-COUNT          PIC 9(5) VALUE 0.
           01 WS-RMD-SHORT-COUNT    PIC 9(5) VALUE 0.
           01 WS-YEAR-ROLL-COUNT    PIC 9(5) VALUE 0.
           01 WS-TOTAL-CONTRIB      PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-ROLLIN       PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-DIST         PIC 9(11)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-EXCESS         PIC ZZ,ZZ9.99.
           01 WS-RPT-AGE            PIC ZZ9.
           01 WS-RPT-NOTE           PIC X(21).
           01 WS-OUT-LINE           PIC X(80).
           01 WS-ACTV-OPEN          PIC X VALUE "N".

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-TAX-ACCOUNTS
               IF WS-TXA-COUNT = 0
                   DISPLAY "  No TAX-ACCOUNTS.dat - no IRA/HSA plans"
                   STOP RUN
               END-IF
               PERFORM LOAD-TAX-LIMITS
               PERFORM LOAD-CUSTOMER-BIRTH-DATES
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM PREPARE-ONE-PLAN
                   VARYING WS-TXA-IDX FROM 1 BY 1
                   UNTIL WS-TXA-IDX > WS-TXA-COUNT
               IF WS-FMV-NEEDED > 0
                   PERFORM FOLD-BALANCE-HISTORY
                   PERFORM LOAD-OPENING-BALANCES
                   PERFORM SET-ONE-PLAN-FMV
                       VARYING WS-TXA-IDX FROM 1 BY 1
                       UNTIL WS-TXA-IDX > WS-TXA-COUNT
               END-IF
               PERFORM SET-ONE-PLAN-RMD
                   VARYING WS-TXA-IDX FROM 1 BY 1
                   UNTIL WS-TXA-IDX > WS-TXA-COUNT
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open TAX-ACCOUNT-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM APPLY-TODAYS-ACTIVITY
               PERFORM WRITE-RMD-HEADER
               PERFORM WRITE-ONE-RMD-LINE
                   VARYING WS-TXA-IDX FROM 1 BY 1
                   UNTIL WS-TXA-IDX > WS-TXA-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               IF WS-ACTV-OPEN = "Y"
                   CLOSE ACTIVITY-FILE
               END-IF
               PERFORM REWRITE-TAX-ACCOUNTS
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
               MOVE WS-TODAY(1:4) TO WS-CUR-YEAR
               MOVE WS-DATE-INT(1:4) TO WS-CUR-YEAR-NUM
               COMPUTE WS-PRI-YEAR-NUM = WS-CUR-YEAR-NUM - 1
               MOVE WS-PRI-YEAR-NUM TO WS-PRI-YEAR
               MOVE WS-PRI-YEAR TO WS-FMV-CUTOFF(1:4)
               MOVE "-12-31"    TO WS-FMV-CUTOFF(5:6).

      *================================================================
      *    Reference and master data
      *================================================================
           LOAD-TAX-ACCOUNTS.
               OPEN INPUT TAX-ACCOUNTS-FILE
               IF WS-TXA-FILE-OK
                   PERFORM READ-ONE-TAX-ACCOUNT
                       UNTIL END-OF-TXA-LOAD
                   CLOSE TAX-ACCOUNTS-FILE
               END-IF.

           READ-ONE-TAX-ACCOUNT.
               READ TAX-ACCOUNTS-FILE INTO TAX-ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-TXA
               NOT AT END
                   IF TAX-ACCOUNT-IO(1:10) NOT = SPACES
                       IF WS-TXA-COUNT < WS-TXA-MAX
                           ADD 1 TO WS-TXA-COUNT
                           MOVE TAX-ACCOUNT-IO
                               TO WTA-RECORD(WS-TXA-COUNT)
                           MOVE "N" TO WTA-NEEDS-FMV(WS-TXA-COUNT)
                           MOVE SPACES
                               TO WTA-HIST-DATE(WS-TXA-COUNT)
                           MOVE 0 TO WTA-HIST-BAL(WS-TXA-COUNT)
                       ELSE
                           DISPLAY "ERROR: TAX-ACCOUNTS.dat exceeds "
                               WS-TXA-MAX " plans - not rewritten"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-READ.

           LOAD-TAX-LIMITS.
               OPEN INPUT TAX-LIMITS-FILE
               IF WS-TCL-FILE-OK
                   PERFORM READ-ONE-TAX-LIMIT
                       UNTIL END-OF-TCL-LOAD
                   CLOSE TAX-LIMITS-FILE
               END-IF
               IF WS-TCL-COUNT = 0
                   PERFORM SEED-BUILTIN-TAX-LIMITS
               END-IF.

           READ-ONE-TAX-LIMIT.
               READ TAX-LIMITS-FILE INTO TAX-LIMIT-IO
               AT END
                   MOVE "Y" TO WS-EOF-TCL
               NOT AT END
                   MOVE TAX-LIMIT-IO TO TAX-LIMIT-RECORD
                   IF WS-TCL-COUNT < WS-TCL-MAX
                   AND TCL-TAX-YEAR IS NUMERIC
                   AND TCL-BASE-LIMIT IS NUMERIC
                       ADD 1 TO WS-TCL-COUNT
                       MOVE TAX-LIMIT-IO(1:22)
                           TO WS-TCL-ENTRY(WS-TCL-COUNT)
                       IF TCL-COVERAGE = SPACE
                           MOVE "S" TO WTL-COVERAGE(WS-TCL-COUNT)
                       END-IF
                       IF TCL-CATCHUP NOT NUMERIC
                           MOVE 0 TO WTL-CATCHUP(WS-TCL-COUNT)
                       END-IF
                       IF TCL-CATCHUP-AGE NOT NUMERIC
                           MOVE 99 TO WTL-CATCHUP-AGE(WS-TCL-COUNT)
                       END-IF
                   END-IF
               END-READ.

      *    Same built-in limits TXN-RULE-CHECK seeds.
           SEED-BUILTIN-TAX-LIMITS.
               MOVE 6 TO WS-TCL-COUNT
               MOVE "2025IS0700000010000050"
                   TO WS-TCL-ENTRY(1)
               MOVE "2025HS0430000010000055"
                   TO WS-TCL-ENTRY(2)
               MOVE "2025HF0855000010000055"
                   TO WS-TCL-ENTRY(3)
               MOVE "2026IS0750000011000050"
                   TO WS-TCL-ENTRY(4)
               MOVE "2026HS0440000010000055"
                   TO WS-TCL-ENTRY(5)
               MOVE "2026HF0875000010000055"
                   TO WS-TCL-ENTRY(6).

      *    --- Optional CIF files: without them an owner stays as
      *        keyed and the birth date as last refreshed ---
           LOAD-CUSTOMER-BIRTH-DATES.
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
                       MOVE CUSTOMER-IO(137:10)
                           TO WCU-BIRTH-DATE(WS-CUST-COUNT)
                   END-IF
               END-READ.

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

      *================================================================
      *    Nightly upkeep of each plan before the day's items
      *================================================================
           PREPARE-ONE-PLAN.
               MOVE WTA-RECORD(WS-TXA-IDX) TO TAX-ACCOUNT-RECORD
               PERFORM CLEAN-PLAN-AMOUNTS
               IF TXA-CUSTOMER-ID = SPACES
                   MOVE TXA-ACCOUNT-ID TO WS-LOOKUP-ID
                   PERFORM FIND-CUSTOMER
                   MOVE WS-FOUND-CUSTOMER TO TXA-CUSTOMER-ID
               END-IF
               IF TXA-CUSTOMER-ID = SPACES
                   ADD 1 TO WS-NO-OWNER-COUNT
               ELSE
                   PERFORM REFRESH-BIRTH-DATE
               END-IF
               IF TXA-BIRTH-DATE(1:4) NOT NUMERIC
                   ADD 1 TO WS-NO-BIRTH-COUNT
               END-IF
               PERFORM ROLL-TAX-YEARS
               IF TXA-FMV-YEAR NOT = WS-PRI-YEAR
                   MOVE "Y" TO WTA-NEEDS-FMV(WS-TXA-IDX)
                   ADD 1 TO WS-FMV-NEEDED
               END-IF
               MOVE TAX-ACCOUNT-RECORD TO WTA-RECORD(WS-TXA-IDX).

      *    Operations keys only the attribute fields; the running
      *    figures start blank and read as zero.
           CLEAN-PLAN-AMOUNTS.
               IF TXA-CUR-CONTRIB NOT NUMERIC
                   MOVE 0 TO TXA-CUR-CONTRIB
               END-IF
               IF TXA-CUR-ROLLOVER NOT NUMERIC
                   MOVE 0 TO TXA-CUR-ROLLOVER
               END-IF
               IF TXA-PRI-CONTRIB NOT NUMERIC
                   MOVE 0 TO TXA-PRI-CONTRIB
               END-IF
               IF TXA-PRI-ROLLOVER NOT NUMERIC
                   MOVE 0 TO TXA-PRI-ROLLOVER
               END-IF
               IF TXA-DIST-TOTAL NOT NUMERIC
                   MOVE 0 TO TXA-DIST-TOTAL
               END-IF
               IF TXA-YE-FMV NOT NUMERIC
                   MOVE 0 TO TXA-YE-FMV
               END-IF
               IF TXA-RMD-AMOUNT NOT NUMERIC
                   MOVE 0 TO TXA-RMD-AMOUNT
               END-IF.

           REFRESH-BIRTH-DATE.
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-CUSTOMER-ID(WS-CUST-IDX) = TXA-CUSTOMER-ID
                   AND WCU-BIRTH-DATE(WS-CUST-IDX)(1:4) IS NUMERIC
                       MOVE WCU-BIRTH-DATE(WS-CUST-IDX)
                           TO TXA-BIRTH-DATE
                   END-IF
               END-PERFORM.

      *    A current bucket from last year becomes the prior-year
      *    bucket; anything older has nothing left open and simply
      *    falls away. Distributions count by calendar year.
           ROLL-TAX-YEARS.
               IF TXA-CUR-TAX-YEAR NOT = WS-CUR-YEAR
                   IF TXA-CUR-TAX-YEAR NOT = SPACES
                       ADD 1 TO WS-YEAR-ROLL-COUNT
                   END-IF
                   IF TXA-CUR-TAX-YEAR = WS-PRI-YEAR
                       MOVE TXA-CUR-TAX-YEAR TO TXA-PRI-TAX-YEAR
                       MOVE TXA-CUR-CONTRIB  TO TXA-PRI-CONTRIB
                       MOVE TXA-CUR-ROLLOVER TO TXA-PRI-ROLLOVER
                   ELSE
                       MOVE WS-PRI-YEAR TO TXA-PRI-TAX-YEAR
                       MOVE 0 TO TXA-PRI-CONTRIB
                       MOVE 0 TO TXA-PRI-ROLLOVER
                   END-IF
                   MOVE WS-CUR-YEAR TO TXA-CUR-TAX-YEAR
                   MOVE 0 TO TXA-CUR-CONTRIB
                   MOVE 0 TO TXA-CUR-ROLLOVER
               END-IF
               IF TXA-DIST-YEAR NOT = WS-CUR-YEAR
                   MOVE WS-CUR-YEAR TO TXA-DIST-YEAR
                   MOVE 0 TO TXA-DIST-TOTAL
               END-IF.

      *    --- Prior year-end value: the last history balance on or
      *        before December 31 for each plan that needs one ---
           FOLD-BALANCE-HISTORY.
               OPEN INPUT BALANCE-HISTORY-FILE
               IF WS-HIST-FILE-OK
                   PERFORM FOLD-ONE-HISTORY-ROW
                       UNTIL END-OF-HISTORY
                   CLOSE BALANCE-HISTORY-FILE
               END-IF.

           FOLD-ONE-HISTORY-ROW.
               READ BALANCE-HISTORY-FILE INTO HISTORY-IO
               AT END
                   MOVE "Y" TO WS-EOF-HIST
               NOT AT END
                   IF HISTORY-IO(1:10) NOT > WS-FMV-CUTOFF
                       MOVE HISTORY-IO(11:10) TO WS-LOOKUP-ID
                       PERFORM FIND-PLAN
                       IF WS-TXA-FOUND-IDX > 0
                           PERFORM APPLY-HISTORY-ROW
                       END-IF
                   END-IF
               END-READ.

           APPLY-HISTORY-ROW.
               IF WTA-NEEDS-FMV(WS-TXA-FOUND-IDX) = "Y"
               AND HISTORY-IO(1:10)
                   NOT < WTA-HIST-DATE(WS-TXA-FOUND-IDX)
                   MOVE HISTORY-IO(21:12) TO WS-RAW-BALANCE-X
                   IF WS-RAW-BALANCE IS NUMERIC
                       MOVE HISTORY-IO(1:10)
                           TO WTA-HIST-DATE(WS-TXA-FOUND-IDX)
                       MOVE WS-RAW-BALANCE
                           TO WTA-HIST-BAL(WS-TXA-FOUND-IDX)
                   END-IF
               END-IF.

           LOAD-OPENING-BALANCES.
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCT-FILE-OK
                   PERFORM READ-ONE-ACCOUNT
                       UNTIL END-OF-ACCT-LOAD
                   CLOSE ACCOUNTS-FILE
               END-IF.

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
                       MOVE ACCT-FILE-RECORD(68:10)
                           TO WA-OPEN-DATE(WS-ACCT-COUNT)
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

      *    No history that far back: an account opened since the
      *    year turned was worth nothing at its end; otherwise
      *    this morning's opening balance is the closest figure on
      *    hand (exact on the first run of the year). An overdrawn
      *    balance is a value of zero.
           SET-ONE-PLAN-FMV.
               IF WTA-NEEDS-FMV(WS-TXA-IDX) = "Y"
                   MOVE WTA-RECORD(WS-TXA-IDX) TO TAX-ACCOUNT-RECORD
                   MOVE WS-PRI-YEAR TO TXA-FMV-YEAR
                   MOVE 0 TO TXA-YE-FMV
                   IF WTA-HIST-DATE(WS-TXA-IDX) NOT = SPACES
                       IF WTA-HIST-BAL(WS-TXA-IDX) > 0
                           MOVE WTA-HIST-BAL(WS-TXA-IDX)
                               TO TXA-YE-FMV
                       END-IF
                   ELSE
                       PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                           IF WA-ID(WS-ACCT-IDX) = TXA-ACCOUNT-ID
                           AND WA-OPEN-DATE(WS-ACCT-IDX)
                               NOT > WS-FMV-CUTOFF
                           AND WA-BALANCE(WS-ACCT-IDX) > 0
                               MOVE WA-BALANCE(WS-ACCT-IDX)
                                   TO TXA-YE-FMV
                           END-IF
                       END-PERFORM
                   END-IF
                   MOVE TAX-ACCOUNT-RECORD TO WTA-RECORD(WS-TXA-IDX)
               END-IF.

      *    Worked out once a year, when the new year-end value is
      *    in. Only a traditional IRA owes one; ages past the end
      *    of the table use its last period.
           SET-ONE-PLAN-RMD.
               MOVE WTA-RECORD(WS-TXA-IDX) TO TAX-ACCOUNT-RECORD
               IF TXA-RMD-YEAR NOT = WS-CUR-YEAR
                   MOVE WS-CUR-YEAR TO TXA-RMD-YEAR
                   MOVE 0 TO TXA-RMD-AMOUNT
                   IF TXA-TRAD-IRA
                   AND TXA-BIRTH-DATE(1:4) IS NUMERIC
                       MOVE TXA-BIRTH-DATE(1:4) TO WS-BIRTH-YEAR-NUM
                       COMPUTE WS-OWNER-AGE =
                           WS-CUR-YEAR-NUM - WS-BIRTH-YEAR-NUM
                       IF WS-OWNER-AGE NOT < WS-RMD-START-AGE
                           IF WS-OWNER-AGE > 120
                               MOVE 49 TO WS-ULT-IDX
                           ELSE
                               COMPUTE WS-ULT-IDX = WS-OWNER-AGE - 71
                           END-IF
                           COMPUTE TXA-RMD-AMOUNT ROUNDED =
                               TXA-YE-FMV / WS-ULT-PERIOD(WS-ULT-IDX)
                       END-IF
                   END-IF
                   MOVE TAX-ACCOUNT-RECORD TO WTA-RECORD(WS-TXA-IDX)
               END-IF.

           FIND-PLAN.
               MOVE 0 TO WS-TXA-FOUND-IDX
               PERFORM VARYING WS-TXA-IDX FROM 1 BY 1
                   UNTIL WS-TXA-IDX > WS-TXA-COUNT
                   OR WS-TXA-FOUND-IDX > 0
                   IF WTA-RECORD(WS-TXA-IDX)(1:10) = WS-LOOKUP-ID
                       SET WS-TXA-FOUND-IDX TO WS-TXA-IDX
                   END-IF
               END-PERFORM.

      *================================================================
      *    The day's contributions and distributions
      *================================================================
           APPLY-TODAYS-ACTIVITY.
               OPEN INPUT APPROVED-FILE
               IF WS-APR-FILE-OK
                   PERFORM SCAN-ONE-APPROVED
                       UNTIL END-OF-APPROVED
                   CLOSE APPROVED-FILE
               END-IF.

      *    A transfer can be both: out of one plan and into another.
           SCAN-ONE-APPROVED.
               READ APPROVED-FILE INTO APPROVED-IO
               AT END
                   MOVE "Y" TO WS-EOF-APR
               NOT AT END
                   MOVE APPROVED-IO TO TRANSACTION-RECORD
                   IF TR-DEPOSIT OR TR-ATM-CREDIT OR TR-RTP-CREDIT
                       MOVE TR-ACCOUNT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-PLAN
                       IF WS-TXA-FOUND-IDX > 0
                           PERFORM RECORD-CONTRIBUTION
                       END-IF
                   END-IF
                   IF TR-TRANSFER
                       MOVE TR-TARGET-ACCOUNT TO WS-LOOKUP-ID
                       PERFORM FIND-PLAN
                       IF WS-TXA-FOUND-IDX > 0
                           PERFORM RECORD-CONTRIBUTION
                       END-IF
                   END-IF
                   IF TR-WITHDRAWAL OR TR-TRANSFER OR TR-ATM-DEBIT
                   OR TR-RTP-DEBIT OR TR-ACH OR TR-ACH-BATCH-OFFSET
                   OR TR-LOAN-PAYMENT
                       MOVE TR-ACCOUNT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-PLAN
                       IF WS-TXA-FOUND-IDX > 0
                           PERFORM RECORD-DISTRIBUTION
                       END-IF
                   END-IF
               END-READ.

      *    The tax year, the late-designation flag and the rollover
      *    test - the same reading of the description the E17 rule
      *    makes when the item is taken.
           RECORD-CONTRIBUTION.
               MOVE WTA-RECORD(WS-TXA-FOUND-IDX) TO TAX-ACCOUNT-RECORD
               MOVE SPACE TO WS-ITEM-FLAG
               MOVE 0 TO WS-ITEM-EXCESS
               MOVE TR-DATE(1:4) TO WS-TAX-YEAR
               MOVE 0 TO WS-TAX-HITS
               INSPECT TR-DESCRIPTION TALLYING
                   WS-TAX-HITS FOR ALL "PRIOR YEAR"
               IF WS-TAX-HITS > 0 AND TR-DATE(1:4) IS NUMERIC
                   IF TR-DATE(6:5) NOT > WS-TAX-DEADLINE-MMDD
                       MOVE TR-DATE(1:4) TO WS-TAX-YEAR-NUM
                       SUBTRACT 1 FROM WS-TAX-YEAR-NUM
                       MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR
                   ELSE
                       MOVE "L" TO WS-ITEM-FLAG
                       ADD 1 TO WS-LATE-COUNT
                   END-IF
               END-IF
               MOVE 0 TO WS-ROLLOVER-HITS
               INSPECT TR-DESCRIPTION TALLYING
                   WS-ROLLOVER-HITS FOR ALL "ROLLOVER"
               IF WS-ROLLOVER-HITS > 0
                   PERFORM COUNT-ROLLOVER-IN
               ELSE
                   PERFORM COUNT-CONTRIBUTION
               END-IF
               MOVE WS-TODAY TO TXA-LAST-ACTIVITY
               MOVE TAX-ACCOUNT-RECORD TO WTA-RECORD(WS-TXA-FOUND-IDX)
               PERFORM LOG-TAX-ACTIVITY.

           COUNT-ROLLOVER-IN.
               MOVE "R" TO TXL-KIND
               EVALUATE WS-TAX-YEAR
                   WHEN TXA-CUR-TAX-YEAR
                       ADD TR-AMOUNT TO TXA-CUR-ROLLOVER
                   WHEN TXA-PRI-TAX-YEAR
                       ADD TR-AMOUNT TO TXA-PRI-ROLLOVER
               END-EVALUATE
               ADD 1 TO WS-ROLLIN-COUNT
               ADD TR-AMOUNT TO WS-TOTAL-ROLLIN.

      *    The contribution has posted whatever the limit says; the
      *    limit only decides whether it is flagged as an excess.
           COUNT-CONTRIBUTION.
               MOVE "C" TO TXL-KIND
               EVALUATE WS-TAX-YEAR
                   WHEN TXA-CUR-TAX-YEAR
                       ADD TR-AMOUNT TO TXA-CUR-CONTRIB
                   WHEN TXA-PRI-TAX-YEAR
                       ADD TR-AMOUNT TO TXA-PRI-CONTRIB
               END-EVALUATE
               ADD 1 TO WS-CONTRIB-COUNT
               ADD TR-AMOUNT TO WS-TOTAL-CONTRIB
               MOVE TAX-ACCOUNT-RECORD TO WTA-RECORD(WS-TXA-FOUND-IDX)
               PERFORM FIND-CONTRIBUTION-LIMIT
               IF WS-TCL-FOUND-IDX > 0
                   PERFORM SUM-OWNER-CONTRIBUTIONS
                   IF WS-TAX-USED > WS-TAX-LIMIT
                       MOVE "E" TO WS-ITEM-FLAG
                       ADD 1 TO WS-OVER-LIMIT-COUNT
                       IF WS-TAX-USED - WS-TAX-LIMIT > TR-AMOUNT
                           MOVE TR-AMOUNT TO WS-ITEM-EXCESS
                       ELSE
                           COMPUTE WS-ITEM-EXCESS =
                               WS-TAX-USED - WS-TAX-LIMIT
                       END-IF
                   END-IF
               END-IF.

      *    An owner not yet resolved to a customer stands alone.
           DERIVE-PLAN-KEYS.
               IF TXA-CUSTOMER-ID = SPACES
                   MOVE TXA-ACCOUNT-ID  TO WS-ROW-OWNER
               ELSE
                   MOVE TXA-CUSTOMER-ID TO WS-ROW-OWNER
               END-IF
               IF TXA-HSA
                   MOVE "H" TO WS-ROW-GROUP
               ELSE
                   MOVE "I" TO WS-ROW-GROUP
               END-IF.

      *    The latest limit row for the plan's group (and, for an
      *    HSA, its coverage) at or before the tax year, with the
      *    catch-up for an owner old enough by the year's end.
           FIND-CONTRIBUTION-LIMIT.
               PERFORM DERIVE-PLAN-KEYS
               MOVE WS-ROW-OWNER TO WS-KEY-OWNER
               MOVE WS-ROW-GROUP TO WS-KEY-GROUP
               IF TXA-FAMILY
                   MOVE "F" TO WS-KEY-COVERAGE
               ELSE
                   MOVE "S" TO WS-KEY-COVERAGE
               END-IF
               MOVE 0 TO WS-TCL-FOUND-IDX
               MOVE SPACES TO WS-TCL-BEST-YEAR
               PERFORM VARYING WS-TCL-IDX FROM 1 BY 1
                   UNTIL WS-TCL-IDX > WS-TCL-COUNT
                   IF WTL-GROUP(WS-TCL-IDX) = WS-KEY-GROUP
                   AND (WS-KEY-GROUP = "I"
                   OR WTL-COVERAGE(WS-TCL-IDX) = WS-KEY-COVERAGE)
                   AND WTL-TAX-YEAR(WS-TCL-IDX) NOT > WS-TAX-YEAR
                   AND WTL-TAX-YEAR(WS-TCL-IDX) > WS-TCL-BEST-YEAR
                       SET WS-TCL-FOUND-IDX TO WS-TCL-IDX
                       MOVE WTL-TAX-YEAR(WS-TCL-IDX)
                           TO WS-TCL-BEST-YEAR
                   END-IF
               END-PERFORM
               IF WS-TCL-FOUND-IDX > 0
                   MOVE WTL-BASE(WS-TCL-FOUND-IDX) TO WS-TAX-LIMIT
                   IF TXA-BIRTH-DATE(1:4) IS NUMERIC
                   AND WS-TAX-YEAR IS NUMERIC
                       MOVE WS-TAX-YEAR TO WS-TAX-YEAR-NUM
                       MOVE TXA-BIRTH-DATE(1:4) TO WS-BIRTH-YEAR-NUM
                       COMPUTE WS-OWNER-AGE =
                           WS-TAX-YEAR-NUM - WS-BIRTH-YEAR-NUM
                       IF WS-OWNER-AGE
                           NOT < WTL-CATCHUP-AGE(WS-TCL-FOUND-IDX)
                           ADD WTL-CATCHUP(WS-TCL-FOUND-IDX)
                               TO WS-TAX-LIMIT
                       END-IF
                   END-IF
               END-IF.

      *    Every plan of the same owner and group, this one (already
      *    stored back with the item in) included.
           SUM-OWNER-CONTRIBUTIONS.
               MOVE 0 TO WS-TAX-USED
               PERFORM VARYING WS-TXA-SUM-IDX FROM 1 BY 1
                   UNTIL WS-TXA-SUM-IDX > WS-TXA-COUNT
                   MOVE WTA-RECORD(WS-TXA-SUM-IDX)
                       TO TAX-ACCOUNT-RECORD
                   PERFORM DERIVE-PLAN-KEYS
                   IF WS-ROW-OWNER = WS-KEY-OWNER
                   AND WS-ROW-GROUP = WS-KEY-GROUP
                       IF TXA-CUR-TAX-YEAR = WS-TAX-YEAR
                           ADD TXA-CUR-CONTRIB TO WS-TAX-USED
                       END-IF
                       IF TXA-PRI-TAX-YEAR = WS-TAX-YEAR
                           ADD TXA-PRI-CONTRIB TO WS-TAX-USED
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WTA-RECORD(WS-TXA-FOUND-IDX) TO TAX-ACCOUNT-RECORD.

           RECORD-DISTRIBUTION.
               MOVE WTA-RECORD(WS-TXA-FOUND-IDX) TO TAX-ACCOUNT-RECORD
               MOVE SPACE TO WS-ITEM-FLAG
               MOVE 0 TO WS-ITEM-EXCESS
               MOVE TR-DATE(1:4) TO WS-TAX-YEAR
               IF TR-DATE(1:4) = TXA-DIST-YEAR
                   ADD TR-AMOUNT TO TXA-DIST-TOTAL
               END-IF
               IF TXA-HSA
                   PERFORM CODE-HSA-DISTRIBUTION
               ELSE
                   PERFORM CODE-IRA-DISTRIBUTION
               END-IF
               MOVE "D" TO TXL-KIND
               ADD 1 TO WS-DIST-COUNT
               ADD TR-AMOUNT TO WS-TOTAL-DIST
               MOVE WS-TODAY TO TXA-LAST-ACTIVITY
               MOVE TAX-ACCOUNT-RECORD TO WTA-RECORD(WS-TXA-FOUND-IDX)
               PERFORM LOG-TAX-ACTIVITY.

      *    1099-R box 7. The description names the exceptions; an
      *    ordinary distribution is normal once the owner is 59 1/2
      *    (Q for a Roth - its five-year clock is not tracked here)
      *    and early before that or when the age is unknown.
           CODE-IRA-DISTRIBUTION.
               PERFORM CHECK-AGE-59-HALF
               MOVE 0 TO WS-TAX-HITS
               INSPECT TR-DESCRIPTION TALLYING
                   WS-TAX-HITS FOR ALL "ROLLOVER"
               IF WS-TAX-HITS > 0
                   MOVE "G" TO WS-DIST-CODE
               ELSE
                   PERFORM MATCH-DIST-REASON
                   IF WS-DIST-CODE = SPACE
                       EVALUATE TRUE
                           WHEN TXA-ROTH-IRA
                            AND WS-HALF-BIRTHDAY NOT = SPACES
                            AND TR-DATE NOT < WS-HALF-BIRTHDAY
                               MOVE "Q" TO WS-DIST-CODE
                           WHEN TXA-ROTH-IRA
                               MOVE "J" TO WS-DIST-CODE
                           WHEN WS-HALF-BIRTHDAY NOT = SPACES
                            AND TR-DATE NOT < WS-HALF-BIRTHDAY
                               MOVE "7" TO WS-DIST-CODE
                           WHEN OTHER
                               MOVE "1" TO WS-DIST-CODE
                       END-EVALUATE
                   END-IF
               END-IF.

      *    Death and disability read the same on both forms; an
      *    excess contribution returned is 8 on the 1099-R.
           MATCH-DIST-REASON.
               MOVE SPACE TO WS-DIST-CODE
               MOVE 0 TO WS-TAX-HITS
               INSPECT TR-DESCRIPTION TALLYING
                   WS-TAX-HITS FOR ALL "DEATH"
               IF WS-TAX-HITS > 0
                   MOVE "4" TO WS-DIST-CODE
               ELSE
                   INSPECT TR-DESCRIPTION TALLYING
                       WS-TAX-HITS FOR ALL "DISABILITY"
                   IF WS-TAX-HITS > 0
                       MOVE "3" TO WS-DIST-CODE
                   ELSE
                       INSPECT TR-DESCRIPTION TALLYING
                           WS-TAX-HITS FOR ALL "EXCESS"
                       IF WS-TAX-HITS > 0
                           MOVE "8" TO WS-DIST-CODE
                       END-IF
                   END-IF
               END-IF.

      *    1099-SA box 3.
           CODE-HSA-DISTRIBUTION.
               PERFORM MATCH-DIST-REASON
               IF WS-DIST-CODE = "8"
                   MOVE "2" TO WS-DIST-CODE
               END-IF
               IF WS-DIST-CODE = SPACE
                   MOVE 0 TO WS-TAX-HITS
                   INSPECT TR-DESCRIPTION TALLYING
                       WS-TAX-HITS FOR ALL "PROHIBITED"
                   IF WS-TAX-HITS > 0
                       MOVE "5" TO WS-DIST-CODE
                   ELSE
                       MOVE "1" TO WS-DIST-CODE
                   END-IF
               END-IF.

      *    The date six months after the 59th birthday; spaces when
      *    the birth date is not on file.
           CHECK-AGE-59-HALF.
               MOVE SPACES TO WS-HALF-BIRTHDAY
               IF TXA-BIRTH-DATE(1:4) IS NUMERIC
               AND TXA-BIRTH-DATE(6:2) IS NUMERIC
                   MOVE TXA-BIRTH-DATE(1:4) TO WS-HALF-YEAR
                   ADD 59 TO WS-HALF-YEAR
                   MOVE TXA-BIRTH-DATE(6:2) TO WS-HALF-MONTH
                   ADD 6 TO WS-HALF-MONTH
                   IF WS-HALF-MONTH > 12
                       SUBTRACT 12 FROM WS-HALF-MONTH
                       ADD 1 TO WS-HALF-YEAR
                   END-IF
                   MOVE WS-HALF-YEAR   TO WS-HALF-BIRTHDAY(1:4)
                   MOVE "-"            TO WS-HALF-BIRTHDAY(5:1)
                   MOVE WS-HALF-MONTH  TO WS-HALF-BIRTHDAY(6:2)
                   MOVE "-"            TO WS-HALF-BIRTHDAY(8:1)
                   MOVE TXA-BIRTH-DATE(9:2)
                                       TO WS-HALF-BIRTHDAY(9:2)
               END-IF.

      *    --- Same append-or-create treatment the other logs get ---
           OPEN-ACTIVITY-LOG.
               IF WS-ACTV-OPEN NOT = "Y"
                   OPEN EXTEND ACTIVITY-FILE
                   IF NOT WS-ACTV-STATUS = "00"
                       OPEN OUTPUT ACTIVITY-FILE
                   END-IF
                   MOVE "Y" TO WS-ACTV-OPEN
               END-IF.

           LOG-TAX-ACTIVITY.
               PERFORM OPEN-ACTIVITY-LOG
               MOVE TR-DATE          TO TXL-ACTIVITY-DATE
               MOVE TXA-ACCOUNT-ID   TO TXL-ACCOUNT-ID
               MOVE TXA-PLAN-TYPE    TO TXL-PLAN-TYPE
               MOVE WS-TAX-YEAR      TO TXL-TAX-YEAR
               MOVE TR-AMOUNT        TO TXL-AMOUNT
               IF TXL-DISTRIBUTION
                   MOVE WS-DIST-CODE TO TXL-DIST-CODE
               ELSE
                   MOVE SPACE        TO TXL-DIST-CODE
               END-IF
               MOVE WS-ITEM-FLAG     TO TXL-FLAG
               MOVE TR-REFERENCE     TO TXL-REFERENCE
               MOVE WS-ITEM-EXCESS   TO TXL-EXCESS
               MOVE TAX-ACTIVITY-RECORD TO ACTIVITY-IO
               WRITE ACTIVITY-IO
               PERFORM WRITE-ACTIVITY-LINE.

      *================================================================
      *    Report
      *================================================================
           WRITE-ACTIVITY-LINE.
               EVALUATE TRUE
                   WHEN TXL-OVER-LIMIT
                       MOVE WS-ITEM-EXCESS TO WS-RPT-EXCESS
                       MOVE SPACES TO WS-RPT-NOTE
                       STRING "OVER LIMIT " DELIMITED SIZE
                           WS-RPT-EXCESS DELIMITED SIZE
                           INTO WS-RPT-NOTE
                   WHEN TXL-LATE-PRIOR-YEAR
                       MOVE "LATE PRIOR-YEAR DESIG" TO WS-RPT-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-RPT-NOTE
               END-EVALUATE
               MOVE TXL-AMOUNT TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE TXL-ACCOUNT-ID TO WS-OUT-LINE(3:10)
               MOVE TXL-PLAN-TYPE  TO WS-OUT-LINE(15:1)
               MOVE TXL-KIND       TO WS-OUT-LINE(18:1)
               MOVE TXL-TAX-YEAR   TO WS-OUT-LINE(21:4)
               MOVE WS-RPT-AMOUNT  TO WS-OUT-LINE(26:14)
               MOVE TXL-DIST-CODE  TO WS-OUT-LINE(42:1)
               MOVE WS-RPT-NOTE    TO WS-OUT-LINE(45:21)
               MOVE TXL-REFERENCE  TO WS-OUT-LINE(67:12)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - IRA/HSA TAX ACCOUNT ACTIVITY  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "ACCOUNT"   TO WS-OUT-LINE(3:7)
               MOVE "PL"        TO WS-OUT-LINE(14:2)
               MOVE "K"         TO WS-OUT-LINE(18:1)
               MOVE "YEAR"      TO WS-OUT-LINE(21:4)
               MOVE "AMOUNT"    TO WS-OUT-LINE(34:6)
               MOVE "CD"        TO WS-OUT-LINE(41:2)
               MOVE "NOTE"      TO WS-OUT-LINE(45:4)
               MOVE "REFERENCE" TO WS-OUT-LINE(67:9)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-RMD-HEADER.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  REQUIRED MINIMUM DISTRIBUTIONS " DELIMITED SIZE
                   WS-CUR-YEAR DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "ACCOUNT"   TO WS-OUT-LINE(3:7)
               MOVE "AGE"       TO WS-OUT-LINE(14:3)
               MOVE "RMD"       TO WS-OUT-LINE(29:3)
               MOVE "REMAINING" TO WS-OUT-LINE(45:9)
               MOVE "STATUS"    TO WS-OUT-LINE(57:6)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    Remaining is the RMD less what has come out this year.
      *    Still owed in December is a shortfall - the owner has
      *    until December 31 and operations calls them now.
           WRITE-ONE-RMD-LINE.
               MOVE WTA-RECORD(WS-TXA-IDX) TO TAX-ACCOUNT-RECORD
               IF TXA-RMD-AMOUNT > 0
                   ADD 1 TO WS-RMD-COUNT
                   COMPUTE WS-RMD-REMAINING =
                       TXA-RMD-AMOUNT - TXA-DIST-TOTAL
                   IF WS-RMD-REMAINING < 0
                       MOVE 0 TO WS-RMD-REMAINING
                   END-IF
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE TXA-ACCOUNT-ID TO WS-OUT-LINE(3:10)
                   MOVE TXA-BIRTH-DATE(1:4) TO WS-BIRTH-YEAR-NUM
                   COMPUTE WS-OWNER-AGE =
                       WS-CUR-YEAR-NUM - WS-BIRTH-YEAR-NUM
                   MOVE WS-OWNER-AGE TO WS-RPT-AGE
                   MOVE WS-RPT-AGE TO WS-OUT-LINE(14:3)
                   MOVE TXA-RMD-AMOUNT TO WS-RPT-AMOUNT
                   MOVE WS-RPT-AMOUNT TO WS-OUT-LINE(18:14)
                   MOVE WS-RMD-REMAINING TO WS-RPT-AMOUNT
                   MOVE WS-RPT-AMOUNT TO WS-OUT-LINE(40:14)
                   EVALUATE TRUE
                       WHEN WS-RMD-REMAINING = 0
                           MOVE "MET" TO WS-OUT-LINE(57:3)
                       WHEN WS-TODAY(6:2) = "12"
                           MOVE "SHORTFALL" TO WS-OUT-LINE(57:9)
                           ADD 1 TO WS-RMD-SHORT-COUNT
                       WHEN OTHER
                           MOVE "OUTSTANDING" TO WS-OUT-LINE(57:11)
                   END-EVALUATE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           WRITE-REPORT-TOTALS.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-CONTRIB TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  CONTRIBUTIONS  : " DELIMITED SIZE
                   WS-CONTRIB-COUNT DELIMITED SIZE
                   "   TOTAL " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-ROLLIN TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ROLLOVERS IN   : " DELIMITED SIZE
                   WS-ROLLIN-COUNT DELIMITED SIZE
                   "   TOTAL " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-DIST TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  DISTRIBUTIONS  : " DELIMITED SIZE
                   WS-DIST-COUNT DELIMITED SIZE
                   "   TOTAL " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  OVER LIMIT     : " DELIMITED SIZE
                   WS-OVER-LIMIT-COUNT DELIMITED SIZE
                   "   LATE PRIOR-YEAR DESIGNATIONS : "
                       DELIMITED SIZE
                   WS-LATE-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  RMDS DUE       : " DELIMITED SIZE
                   WS-RMD-COUNT DELIMITED SIZE
                   "   SHORTFALLS : " DELIMITED SIZE
                   WS-RMD-SHORT-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           REWRITE-TAX-ACCOUNTS.
               OPEN OUTPUT TAX-ACCOUNTS-FILE
               PERFORM VARYING WS-TXA-IDX FROM 1 BY 1
                   UNTIL WS-TXA-IDX > WS-TXA-COUNT
                   MOVE WTA-RECORD(WS-TXA-IDX) TO TAX-ACCOUNT-IO
                   WRITE TAX-ACCOUNT-IO
               END-PERFORM
               CLOSE TAX-ACCOUNTS-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - IRA/HSA Tax Accounts"
               DISPLAY "=============================================="
               DISPLAY "  Plans on File      : " WS-TXA-COUNT
               DISPLAY "  Year Rolls         : " WS-YEAR-ROLL-COUNT
               DISPLAY "  Year-End Values Set: " WS-FMV-NEEDED
               DISPLAY "  No Owner Linked    : " WS-NO-OWNER-COUNT
               DISPLAY "  No Birth Date      : " WS-NO-BIRTH-COUNT
               MOVE WS-TOTAL-CONTRIB TO WS-DISP-AMOUNT
               DISPLAY "  Contributions      : " WS-CONTRIB-COUNT
                   "  " WS-DISP-AMOUNT
               MOVE WS-TOTAL-ROLLIN TO WS-DISP-AMOUNT
               DISPLAY "  Rollovers In       : " WS-ROLLIN-COUNT
                   "  " WS-DISP-AMOUNT
               MOVE WS-TOTAL-DIST TO WS-DISP-AMOUNT
               DISPLAY "  Distributions      : " WS-DIST-COUNT
                   "  " WS-DISP-AMOUNT
               DISPLAY "  Over Limit         : " WS-OVER-LIMIT-COUNT
               DISPLAY "  Late Designations  : " WS-LATE-COUNT
               DISPLAY "  RMDs Due           : " WS-RMD-COUNT
               DISPLAY "  RMD Shortfalls     : " WS-RMD-SHORT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/TAX-ACCOUNTS.dat"
               DISPLAY "  → data/output/TAX-ACCOUNT-ACTIVITY.dat"
               DISPLAY "  → data/output/TAX-ACCOUNT-REPORT.dat"
               DISPLAY "==============================================".
