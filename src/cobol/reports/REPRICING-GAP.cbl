      *================================================================
      * PROGRAM:    REPRICING-GAP.cbl
      * DESCRIPTION: Interest-rate risk repricing gap for ALCO - how
      *              exposed net interest income is to a rate move,
      *              where NIM-REPORT shows what was earned and
      *              TREASURY-LIQUIDITY the funding. Every asset and
      *              liability is slotted into four time buckets by
      *              when it reprices or matures - 0-3 months, 3-12
      *              months, 1-5 years, over 5 years - counted in
      *              calendar months from the business date:
      *                - CDs (liabilities) at their maturity month
      *                  from CD-TERMS.dat, valued at the account's
      *                  current balance; a CD account with no terms
      *                  row is treated as due now;
      *                - variable-rate loans (assets) whole at the
      *                  earlier of the next reset and the maturity
      *                  on LOAN-RATE-TERMS.dat;
      *                - fixed-rate installment loans by their
      *                  scheduled principal runoff: LN-PAYMENT is
      *                  split into interest and principal month by
      *                  month from LN-NEXT-DUE-DATE, as LOAN-BILLING
      *                  splits it, and each month's principal lands
      *                  in that month's bucket (a payment not yet
      *                  solved, or one that does not cover the
      *                  interest, puts the balance at the end of the
      *                  term);
      *                - fixed-rate revolving lines, and the non-
      *                  maturity deposits of each account type, are
      *                  spread by the decay percentages on the
      *                  optional GAP-ASSUMPTIONS.dat (see
      *                  GAP-ASSUMPTION-RECORD.cpy), with built-in
      *                  defaults for any product it does not cover;
      *                - an overdrawn deposit balance is an asset due
      *                  now.
      *              Charged-off and paid-off loans and INTERNAL
      *              accounts stay out. The report shows each
      *              bucket's assets, liabilities, periodic gap and
      *              cumulative gap (and the cumulative gap as a
      *              share of earning assets), then the one-year
      *              effect on net interest income of parallel
      *              +/-100 and +/-200 basis-point shocks: each gap
      *              inside the year reprices at its bucket's
      *              midpoint and earns or pays the shock for the
      *              rest of the year (0-3 months for 10.5 of 12
      *              months, 3-12 months for 4.5 of 12).
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REPRICING-GAP.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/output/ACCOUNTS-UPDATED.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT CD-TERMS-FILE
                   ASSIGN TO "data/input/CD-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CDT-STATUS.

               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional: no row means the loan is fixed-rate.
               SELECT RATE-TERMS-FILE
                   ASSIGN TO "data/input/LOAN-RATE-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LRT-STATUS.

      *        Optional: treasury's decay assumptions.
               SELECT ASSUMPTIONS-FILE
                   ASSIGN TO "data/input/GAP-ASSUMPTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASM-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/REPRICING-GAP-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD CD-TERMS-FILE.
           01 CD-TERMS-IO           PIC X(100).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD RATE-TERMS-FILE.
           01 RATE-TERMS-IO         PIC X(100).

           FD ASSUMPTIONS-FILE.
           01 ASSUMPTIONS-IO        PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-CDT-STATUS         PIC XX.
               88 WS-CDT-FILE-OK       VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK      VALUE "00".
           01 WS-LRT-STATUS         PIC XX.
               88 WS-LRT-FILE-OK       VALUE "00".
           01 WS-ASM-STATUS         PIC XX.
               88 WS-ASM-FILE-OK       VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-CDT            PIC X VALUE "N".
               88 END-OF-CDT-LOAD      VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-LRT            PIC X VALUE "N".
               88 END-OF-LRT-LOAD      VALUE "Y".
           01 WS-EOF-ASM            PIC X VALUE "N".
               88 END-OF-ASM-LOAD      VALUE "Y".

           COPY "ACCOUNT-RECORD.cpy".
           COPY "CD-TERMS-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-RATE-TERMS-RECORD.cpy".
           COPY "GAP-ASSUMPTION-RECORD.cpy".

      *    --- Deposit accounts; a CD is marked once its terms row
      *        has slotted it ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-TYPE          PIC X(10).
                   10 WA-BALANCE       PIC S9(9)V99.
                   10 WA-SLOTTED       PIC X(01).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.

      *    --- Variable-rate loans: the month each reprices ---
           01 WS-LRT-MAX            PIC 9(4) VALUE 2000.
           01 WS-LRT-TABLE.
               05 WS-LRT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LRT-IDX.
                   10 WLR-LOAN-ID      PIC X(10).
                   10 WLR-REPRICE-DATE PIC X(10).
           01 WS-LRT-COUNT          PIC 9(4) VALUE 0.
           01 WS-LRT-FOUND-IDX      PIC 9(4) VALUE 0.

      *    --- Decay assumptions: built-in rows first, then the
      *        file's rows replace or add ---
           01 WS-ASM-MAX            PIC 99 VALUE 20.
           01 WS-ASM-TABLE.
               05 WS-ASM-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-ASM-IDX.
                   10 WAS-PRODUCT      PIC X(10).
                   10 WAS-PCT          PIC 9(3)V99 OCCURS 4 TIMES.
                   10 WAS-SOURCE       PIC X(08).
           01 WS-ASM-COUNT          PIC 99 VALUE 0.
           01 WS-ASM-FOUND-IDX      PIC 99 VALUE 0.
           01 WS-ASM-PCT-TOTAL      PIC 9(4)V99.
           01 WS-ASM-REJECTED       PIC 99 VALUE 0.
           01 WS-ASM-KEY            PIC X(10).

      *    --- The four gap buckets ---
           01 WS-BUCKET-TABLE.
               05 WS-BUCKET OCCURS 4 TIMES
                               INDEXED BY WS-BKT-IDX.
                   10 WBK-LABEL        PIC X(12).
                   10 WBK-ASSETS       PIC S9(13)V99.
                   10 WBK-LIABS        PIC S9(13)V99.
                   10 WBK-GAP          PIC S9(13)V99.
                   10 WBK-CUM-GAP      PIC S9(13)V99.
           01 WS-BUCKET-NUM         PIC 9 VALUE 0.
           01 WS-SPREAD-IDX         PIC 9 VALUE 0.
           01 WS-SPREAD-AMOUNT      PIC S9(11)V99.
           01 WS-SPREAD-LEFT        PIC S9(11)V99.

      *    --- Months from the business date ---
           01 WS-TODAY-MONTHS       PIC 9(6).
           01 WS-DATE-MONTHS        PIC 9(6).
           01 WS-MONTHS-OUT         PIC S9(5).
           01 WS-SLOT-DATE          PIC X(10).

      *    --- Installment runoff ---
           01 WS-AM-BALANCE         PIC S9(9)V99.
           01 WS-AM-INTEREST        PIC S9(9)V99.
           01 WS-AM-PRINCIPAL       PIC S9(9)V99.
           01 WS-AM-MONTH           PIC S9(5).
           01 WS-AM-STEPS           PIC 9(4).
           01 WS-AM-LAST-MONTH      PIC S9(5).

      *    --- NII sensitivity ---
           01 WS-SHOCK-BP           PIC S9(3).
           01 WS-NII-EFFECT         PIC S9(13)V99.
           01 WS-SHOCK-LIST.
               05 FILLER            PIC S9(3) VALUE +200.
               05 FILLER            PIC S9(3) VALUE +100.
               05 FILLER            PIC S9(3) VALUE -100.
               05 FILLER            PIC S9(3) VALUE -200.
           01 WS-SHOCK-TABLE REDEFINES WS-SHOCK-LIST.
               05 WS-SHOCK OCCURS 4 TIMES PIC S9(3).
           01 WS-SHOCK-IDX          PIC 9 VALUE 0.

      *    --- Totals / counts ---
           01 WS-TOTAL-ASSETS       PIC S9(13)V99 VALUE 0.
           01 WS-TOTAL-LIABS        PIC S9(13)V99 VALUE 0.
           01 WS-CD-COUNT           PIC 9(5) VALUE 0.
           01 WS-DEPOSIT-COUNT      PIC 9(5) VALUE 0.
           01 WS-FIXED-LOAN-COUNT   PIC 9(5) VALUE 0.
           01 WS-VAR-LOAN-COUNT     PIC 9(5) VALUE 0.
           01 WS-LINE-COUNT         PIC 9(5) VALUE 0.
           01 WS-CUM-PCT            PIC S9(5)V99.

      *    --- Date / display ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-DISP-AMOUNT        PIC $$,$$$,$$$,$$9.99-.
           01 WS-DISP-AMOUNT-2      PIC $$,$$$,$$$,$$9.99-.
           01 WS-DISP-AMOUNT-3      PIC $$,$$$,$$$,$$9.99-.
           01 WS-DISP-AMOUNT-4      PIC $$,$$$,$$$,$$9.99-.
           01 WS-DISP-PCT           PIC ZZ9.99.
           01 WS-DISP-CUM-PCT       PIC ZZZ9.99-.
           01 WS-DISP-SHOCK         PIC +ZZ9.
           01 WS-OUT-LINE           PIC X(100).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM INIT-BUCKETS
               PERFORM INIT-ASSUMPTIONS
               PERFORM LOAD-ASSUMPTIONS
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-RATE-TERMS
               PERFORM SLOT-CDS
               PERFORM SLOT-DEPOSITS
               PERFORM SLOT-LOANS
               PERFORM COMPUTE-GAPS
               PERFORM WRITE-GAP-REPORT
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
               COMPUTE WS-TODAY-MONTHS =
                   FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
                   + FUNCTION NUMVAL(WS-TODAY(6:2)).

           INIT-BUCKETS.
               MOVE "0-3 MONTHS"  TO WBK-LABEL(1)
               MOVE "3-12 MONTHS" TO WBK-LABEL(2)
               MOVE "1-5 YEARS"   TO WBK-LABEL(3)
               MOVE "OVER 5 YEARS" TO WBK-LABEL(4)
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
                   MOVE 0 TO WBK-ASSETS(WS-BKT-IDX)
                   MOVE 0 TO WBK-LIABS(WS-BKT-IDX)
                   MOVE 0 TO WBK-GAP(WS-BKT-IDX)
                   MOVE 0 TO WBK-CUM-GAP(WS-BKT-IDX)
               END-PERFORM.

      *================================================================
      *    Decay assumptions.
      *================================================================
      *    Built-in decay when treasury has set none: transaction
      *    accounts are the stickiest core funding, business
      *    balances the least; a fixed-rate line's balance turns
      *    over within five years.
           INIT-ASSUMPTIONS.
               MOVE "CHECKING  " TO WS-ASM-KEY
               PERFORM ADD-ASSUMPTION-ROW
               MOVE 10 TO WAS-PCT(WS-ASM-FOUND-IDX, 1)
               MOVE 20 TO WAS-PCT(WS-ASM-FOUND-IDX, 2)
               MOVE 40 TO WAS-PCT(WS-ASM-FOUND-IDX, 3)
               MOVE 30 TO WAS-PCT(WS-ASM-FOUND-IDX, 4)
               MOVE "SAVINGS   " TO WS-ASM-KEY
               PERFORM ADD-ASSUMPTION-ROW
               MOVE 15 TO WAS-PCT(WS-ASM-FOUND-IDX, 1)
               MOVE 25 TO WAS-PCT(WS-ASM-FOUND-IDX, 2)
               MOVE 40 TO WAS-PCT(WS-ASM-FOUND-IDX, 3)
               MOVE 20 TO WAS-PCT(WS-ASM-FOUND-IDX, 4)
               MOVE "BUSINESS  " TO WS-ASM-KEY
               PERFORM ADD-ASSUMPTION-ROW
               MOVE 25 TO WAS-PCT(WS-ASM-FOUND-IDX, 1)
               MOVE 30 TO WAS-PCT(WS-ASM-FOUND-IDX, 2)
               MOVE 35 TO WAS-PCT(WS-ASM-FOUND-IDX, 3)
               MOVE 10 TO WAS-PCT(WS-ASM-FOUND-IDX, 4)
               MOVE "LOC       " TO WS-ASM-KEY
               PERFORM ADD-ASSUMPTION-ROW
               MOVE 25 TO WAS-PCT(WS-ASM-FOUND-IDX, 1)
               MOVE 25 TO WAS-PCT(WS-ASM-FOUND-IDX, 2)
               MOVE 50 TO WAS-PCT(WS-ASM-FOUND-IDX, 3)
               MOVE 0  TO WAS-PCT(WS-ASM-FOUND-IDX, 4).

           ADD-ASSUMPTION-ROW.
               ADD 1 TO WS-ASM-COUNT
               MOVE WS-ASM-COUNT TO WS-ASM-FOUND-IDX
               MOVE WS-ASM-KEY TO WAS-PRODUCT(WS-ASM-COUNT)
               MOVE "BUILT-IN" TO WAS-SOURCE(WS-ASM-COUNT).

           FIND-ASSUMPTION.
               MOVE 0 TO WS-ASM-FOUND-IDX
               PERFORM VARYING WS-ASM-IDX FROM 1 BY 1
                   UNTIL WS-ASM-IDX > WS-ASM-COUNT
                   IF WAS-PRODUCT(WS-ASM-IDX) = WS-ASM-KEY
                       SET WS-ASM-FOUND-IDX TO WS-ASM-IDX
                   END-IF
               END-PERFORM.

      *    --- Optional file: a row that does not add to 100 is
      *        ignored (and counted) rather than half-applied ---
           LOAD-ASSUMPTIONS.
               OPEN INPUT ASSUMPTIONS-FILE
               IF WS-ASM-FILE-OK
                   PERFORM READ-ONE-ASSUMPTION
                       UNTIL END-OF-ASM-LOAD
                   CLOSE ASSUMPTIONS-FILE
               END-IF.

           READ-ONE-ASSUMPTION.
               READ ASSUMPTIONS-FILE INTO GAP-ASSUMPTION-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ASM
               NOT AT END
                   IF GA-PRODUCT NOT = SPACES
                       IF GA-BUCKET-PCTS IS NUMERIC
                           COMPUTE WS-ASM-PCT-TOTAL =
                               GA-BUCKET-PCT(1) + GA-BUCKET-PCT(2)
                               + GA-BUCKET-PCT(3) + GA-BUCKET-PCT(4)
                       ELSE
                           MOVE 0 TO WS-ASM-PCT-TOTAL
                       END-IF
                       IF WS-ASM-PCT-TOTAL = 100
                           MOVE GA-PRODUCT TO WS-ASM-KEY
                           PERFORM FIND-ASSUMPTION
                           IF WS-ASM-FOUND-IDX = 0
                           AND WS-ASM-COUNT < WS-ASM-MAX
                               PERFORM ADD-ASSUMPTION-ROW
                           END-IF
                           IF WS-ASM-FOUND-IDX > 0
                               PERFORM VARYING WS-SPREAD-IDX
                                   FROM 1 BY 1
                                   UNTIL WS-SPREAD-IDX > 4
                                   MOVE GA-BUCKET-PCT(WS-SPREAD-IDX)
                                       TO WAS-PCT(WS-ASM-FOUND-IDX,
                                           WS-SPREAD-IDX)
                               END-PERFORM
                               MOVE "TREASURY"
                                   TO WAS-SOURCE(WS-ASM-FOUND-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-ASM-REJECTED
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    Loading the deposit book and the rate terms.
      *================================================================
      *    INTERNAL accounts are the bank's own vehicles, not
      *    customer balances - they stay out of the gap.
           LOAD-ACCOUNTS.
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   DISPLAY "  No ACCOUNTS-UPDATED.dat to analyze"
                   STOP RUN
               END-IF
               PERFORM READ-ONE-ACCOUNT
                   UNTIL END-OF-ACCT-LOAD
               CLOSE ACCOUNTS-FILE.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                   AND AR-ACCOUNT-ID NOT = SPACES
                   AND NOT AR-INTERNAL
                   AND AR-BALANCE IS NUMERIC
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AR-ACCOUNT-ID TO WA-ID(WS-ACCT-COUNT)
                       MOVE AR-ACCOUNT-TYPE TO WA-TYPE(WS-ACCT-COUNT)
                       MOVE AR-BALANCE TO WA-BALANCE(WS-ACCT-COUNT)
                       MOVE "N" TO WA-SLOTTED(WS-ACCT-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: a loan repricing on a reset date goes
      *        in whole at the earlier of reset and maturity ---
           LOAD-RATE-TERMS.
               OPEN INPUT RATE-TERMS-FILE
               IF WS-LRT-FILE-OK
                   PERFORM READ-ONE-RATE-TERM
                       UNTIL END-OF-LRT-LOAD
                   CLOSE RATE-TERMS-FILE
               END-IF.

           READ-ONE-RATE-TERM.
               READ RATE-TERMS-FILE INTO LOAN-RATE-TERMS-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LRT
               NOT AT END
                   IF LRT-LOAN-ID NOT = SPACES
                   AND WS-LRT-COUNT < WS-LRT-MAX
                       ADD 1 TO WS-LRT-COUNT
                       MOVE LRT-LOAN-ID TO WLR-LOAN-ID(WS-LRT-COUNT)
                       MOVE LRT-NEXT-RESET-DATE
                           TO WLR-REPRICE-DATE(WS-LRT-COUNT)
                       IF LRT-MATURITY-DATE(1:4) IS NUMERIC
                       AND (LRT-NEXT-RESET-DATE(1:4) IS NOT NUMERIC
                           OR LRT-MATURITY-DATE < LRT-NEXT-RESET-DATE)
                           MOVE LRT-MATURITY-DATE
                               TO WLR-REPRICE-DATE(WS-LRT-COUNT)
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    Slotting.
      *================================================================
      *    Calendar months from the business month to WS-SLOT-DATE,
      *    and the bucket that falls in; a date already past (or
      *    unreadable) is due now.
           BUCKET-FOR-DATE.
               MOVE 0 TO WS-MONTHS-OUT
               IF WS-SLOT-DATE(1:4) IS NUMERIC
               AND WS-SLOT-DATE(6:2) IS NUMERIC
                   COMPUTE WS-DATE-MONTHS =
                       FUNCTION NUMVAL(WS-SLOT-DATE(1:4)) * 12
                       + FUNCTION NUMVAL(WS-SLOT-DATE(6:2))
                   COMPUTE WS-MONTHS-OUT =
                       WS-DATE-MONTHS - WS-TODAY-MONTHS
               END-IF
               PERFORM BUCKET-FOR-MONTHS.

           BUCKET-FOR-MONTHS.
               EVALUATE TRUE
                   WHEN WS-MONTHS-OUT <= 3
                       MOVE 1 TO WS-BUCKET-NUM
                   WHEN WS-MONTHS-OUT <= 12
                       MOVE 2 TO WS-BUCKET-NUM
                   WHEN WS-MONTHS-OUT <= 60
                       MOVE 3 TO WS-BUCKET-NUM
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-NUM
               END-EVALUATE.

      *    --- Optional file: no CD book, no CD slotting ---
           SLOT-CDS.
               OPEN INPUT CD-TERMS-FILE
               IF WS-CDT-FILE-OK
                   PERFORM SLOT-ONE-CD
                       UNTIL END-OF-CDT-LOAD
                   CLOSE CD-TERMS-FILE
               END-IF.

           SLOT-ONE-CD.
               READ CD-TERMS-FILE INTO CD-TERMS-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CDT
               NOT AT END
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       IF WA-ID(WS-ACCT-IDX) = CDT-ACCOUNT-ID
                       AND WA-SLOTTED(WS-ACCT-IDX) = "N"
                       AND WA-BALANCE(WS-ACCT-IDX) > 0
                           MOVE CDT-MATURITY-DATE TO WS-SLOT-DATE
                           PERFORM BUCKET-FOR-DATE
                           ADD WA-BALANCE(WS-ACCT-IDX)
                               TO WBK-LIABS(WS-BUCKET-NUM)
                           MOVE "Y" TO WA-SLOTTED(WS-ACCT-IDX)
                           ADD 1 TO WS-CD-COUNT
                       END-IF
                   END-PERFORM
               END-READ.

      *    Every balance not slotted by a CD term: overdrawn is an
      *    asset due now; a CD with no terms row is due now; the
      *    rest decay by their type's assumption (SAVINGS's for a
      *    type with none).
           SLOT-DEPOSITS.
               PERFORM SLOT-ONE-DEPOSIT
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.

           SLOT-ONE-DEPOSIT.
               IF WA-SLOTTED(WS-ACCT-IDX) = "Y"
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN WA-BALANCE(WS-ACCT-IDX) < 0
                       SUBTRACT WA-BALANCE(WS-ACCT-IDX)
                           FROM WBK-ASSETS(1)
                   WHEN WA-BALANCE(WS-ACCT-IDX) = 0
                       CONTINUE
                   WHEN WA-TYPE(WS-ACCT-IDX) = "CD        "
                       ADD WA-BALANCE(WS-ACCT-IDX) TO WBK-LIABS(1)
                       ADD 1 TO WS-CD-COUNT
                   WHEN OTHER
                       MOVE WA-TYPE(WS-ACCT-IDX) TO WS-ASM-KEY
                       PERFORM FIND-ASSUMPTION
                       IF WS-ASM-FOUND-IDX = 0
                           MOVE "SAVINGS   " TO WS-ASM-KEY
                           PERFORM FIND-ASSUMPTION
                       END-IF
                       MOVE WA-BALANCE(WS-ACCT-IDX) TO WS-SPREAD-AMOUNT
                       PERFORM SPREAD-LIABILITY
                       ADD 1 TO WS-DEPOSIT-COUNT
               END-EVALUATE
               MOVE "Y" TO WA-SLOTTED(WS-ACCT-IDX).

      *    WS-SPREAD-AMOUNT over the buckets by assumption row
      *    WS-ASM-FOUND-IDX; the last bucket takes the rounding so
      *    the parts always add back to the whole.
           SPREAD-LIABILITY.
               MOVE WS-SPREAD-AMOUNT TO WS-SPREAD-LEFT
               PERFORM VARYING WS-SPREAD-IDX FROM 1 BY 1
                   UNTIL WS-SPREAD-IDX > 3
                   COMPUTE WS-AM-PRINCIPAL ROUNDED =
                       WS-SPREAD-AMOUNT
                       * WAS-PCT(WS-ASM-FOUND-IDX, WS-SPREAD-IDX) / 100
                   ADD WS-AM-PRINCIPAL TO WBK-LIABS(WS-SPREAD-IDX)
                   SUBTRACT WS-AM-PRINCIPAL FROM WS-SPREAD-LEFT
               END-PERFORM
               ADD WS-SPREAD-LEFT TO WBK-LIABS(4).

           SPREAD-ASSET.
               MOVE WS-SPREAD-AMOUNT TO WS-SPREAD-LEFT
               PERFORM VARYING WS-SPREAD-IDX FROM 1 BY 1
                   UNTIL WS-SPREAD-IDX > 3
                   COMPUTE WS-AM-PRINCIPAL ROUNDED =
                       WS-SPREAD-AMOUNT
                       * WAS-PCT(WS-ASM-FOUND-IDX, WS-SPREAD-IDX) / 100
                   ADD WS-AM-PRINCIPAL TO WBK-ASSETS(WS-SPREAD-IDX)
                   SUBTRACT WS-AM-PRINCIPAL FROM WS-SPREAD-LEFT
               END-PERFORM
               ADD WS-SPREAD-LEFT TO WBK-ASSETS(4).

           SLOT-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM SLOT-ONE-LOAN
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               END-IF.

           SLOT-ONE-LOAN.
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   IF LN-LOAN-ID NOT = SPACES
                   AND (LN-ACTIVE OR LN-PAYOFF-PENDING)
                   AND LN-PRINCIPAL > 0
                       PERFORM SLOT-LOAN-BALANCE
                   END-IF
               END-READ.

           SLOT-LOAN-BALANCE.
               MOVE 0 TO WS-LRT-FOUND-IDX
               PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                   UNTIL WS-LRT-IDX > WS-LRT-COUNT
                   IF WLR-LOAN-ID(WS-LRT-IDX) = LN-LOAN-ID
                       SET WS-LRT-FOUND-IDX TO WS-LRT-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-LRT-FOUND-IDX > 0
                       MOVE WLR-REPRICE-DATE(WS-LRT-FOUND-IDX)
                           TO WS-SLOT-DATE
                       PERFORM BUCKET-FOR-DATE
                       ADD LN-PRINCIPAL TO WBK-ASSETS(WS-BUCKET-NUM)
                       ADD 1 TO WS-VAR-LOAN-COUNT
                   WHEN LN-REVOLVING
                       MOVE "LOC       " TO WS-ASM-KEY
                       PERFORM FIND-ASSUMPTION
                       MOVE LN-PRINCIPAL TO WS-SPREAD-AMOUNT
                       PERFORM SPREAD-ASSET
                       ADD 1 TO WS-LINE-COUNT
                   WHEN OTHER
                       PERFORM SLOT-INSTALLMENT-RUNOFF
                       ADD 1 TO WS-FIXED-LOAN-COUNT
               END-EVALUATE.

      *    Month-by-month split of the level payment, as
      *    LOAN-BILLING makes it: interest on the balance at the
      *    monthly rate, the rest principal. The last scheduled
      *    month is LN-TERM-MONTHS past the next due date at most.
           SLOT-INSTALLMENT-RUNOFF.
               MOVE LN-NEXT-DUE-DATE TO WS-SLOT-DATE
               PERFORM BUCKET-FOR-DATE
               MOVE WS-MONTHS-OUT TO WS-AM-MONTH
               COMPUTE WS-AM-LAST-MONTH =
                   WS-AM-MONTH + LN-TERM-MONTHS - 1
               MOVE LN-PRINCIPAL TO WS-AM-BALANCE
               MOVE 0 TO WS-AM-STEPS
               IF LN-PAYMENT-X IS NOT NUMERIC
               OR LN-PAYMENT = 0
               OR LN-ANNUAL-RATE-X IS NOT NUMERIC
                   MOVE WS-AM-LAST-MONTH TO WS-MONTHS-OUT
                   PERFORM BUCKET-FOR-MONTHS
                   ADD WS-AM-BALANCE TO WBK-ASSETS(WS-BUCKET-NUM)
                   EXIT PARAGRAPH
               END-IF
               PERFORM AMORTIZE-ONE-MONTH
                   UNTIL WS-AM-BALANCE = 0.

      *    A payment that no longer covers the interest leaves the
      *    balance to the end of the term; the last scheduled month
      *    (or a payment larger than what is left) takes it all.
           AMORTIZE-ONE-MONTH.
               COMPUTE WS-AM-INTEREST ROUNDED =
                   WS-AM-BALANCE * LN-ANNUAL-RATE / 12
               COMPUTE WS-AM-PRINCIPAL =
                   LN-PAYMENT - WS-AM-INTEREST
               ADD 1 TO WS-AM-STEPS
               EVALUATE TRUE
                   WHEN WS-AM-PRINCIPAL NOT > 0
                       MOVE WS-AM-BALANCE TO WS-AM-PRINCIPAL
                       IF WS-AM-MONTH < WS-AM-LAST-MONTH
                           MOVE WS-AM-LAST-MONTH TO WS-AM-MONTH
                       END-IF
                   WHEN WS-AM-PRINCIPAL > WS-AM-BALANCE
                   WHEN WS-AM-MONTH >= WS-AM-LAST-MONTH
                   WHEN WS-AM-STEPS > 600
                       MOVE WS-AM-BALANCE TO WS-AM-PRINCIPAL
               END-EVALUATE
               MOVE WS-AM-MONTH TO WS-MONTHS-OUT
               PERFORM BUCKET-FOR-MONTHS
               ADD WS-AM-PRINCIPAL TO WBK-ASSETS(WS-BUCKET-NUM)
               SUBTRACT WS-AM-PRINCIPAL FROM WS-AM-BALANCE
               ADD 1 TO WS-AM-MONTH.

      *================================================================
      *    Gap and sensitivity.
      *================================================================
           COMPUTE-GAPS.
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
                   COMPUTE WBK-GAP(WS-BKT-IDX) =
                       WBK-ASSETS(WS-BKT-IDX) - WBK-LIABS(WS-BKT-IDX)
                   IF WS-BKT-IDX = 1
                       MOVE WBK-GAP(1) TO WBK-CUM-GAP(1)
                   ELSE
                       COMPUTE WBK-CUM-GAP(WS-BKT-IDX) =
                           WBK-CUM-GAP(WS-BKT-IDX - 1)
                           + WBK-GAP(WS-BKT-IDX)
                   END-IF
                   ADD WBK-ASSETS(WS-BKT-IDX) TO WS-TOTAL-ASSETS
                   ADD WBK-LIABS(WS-BKT-IDX) TO WS-TOTAL-LIABS
               END-PERFORM.

           WRITE-GAP-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open REPRICING-GAP-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - INTEREST RATE REPRICING GAP  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  BUCKET"              TO WS-OUT-LINE(1:8)
               MOVE "ASSETS"                TO WS-OUT-LINE(28:6)
               MOVE "LIABILITIES"           TO WS-OUT-LINE(42:11)
               MOVE "PERIODIC GAP"          TO WS-OUT-LINE(60:12)
               MOVE "CUMULATIVE GAP"        TO WS-OUT-LINE(77:14)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-BUCKET-LINE
                   VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-ASSETS TO WS-DISP-AMOUNT
               MOVE WS-TOTAL-LIABS TO WS-DISP-AMOUNT-2
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  TOTAL" TO WS-OUT-LINE(1:7)
               MOVE WS-DISP-AMOUNT   TO WS-OUT-LINE(16:18)
               MOVE WS-DISP-AMOUNT-2 TO WS-OUT-LINE(35:18)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  CUMULATIVE GAP / EARNING ASSETS" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-RATIO-LINE
                   VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  NET INTEREST INCOME - 12-MONTH EFFECT OF A PARAL"
                   & "LEL SHOCK" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-SHOCK-LINE
                   VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > 4
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  DECAY ASSUMPTIONS (0-3M / 3-12M / 1-5Y / 5Y+)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-ASSUMPTION-LINE
                   VARYING WS-ASM-IDX FROM 1 BY 1
                   UNTIL WS-ASM-IDX > WS-ASM-COUNT
               IF WS-ASM-REJECTED > 0
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  " DELIMITED SIZE
                       WS-ASM-REJECTED DELIMITED SIZE
                       " ASSUMPTION ROW(S) IGNORED - PERCENTAGES DO "
                       DELIMITED SIZE
                       "NOT ADD TO 100" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE REPORT-FILE.

           WRITE-ONE-BUCKET-LINE.
               MOVE WBK-ASSETS(WS-BKT-IDX)  TO WS-DISP-AMOUNT
               MOVE WBK-LIABS(WS-BKT-IDX)   TO WS-DISP-AMOUNT-2
               MOVE WBK-GAP(WS-BKT-IDX)     TO WS-DISP-AMOUNT-3
               MOVE WBK-CUM-GAP(WS-BKT-IDX) TO WS-DISP-AMOUNT-4
               MOVE SPACES TO WS-OUT-LINE
               MOVE WBK-LABEL(WS-BKT-IDX) TO WS-OUT-LINE(3:12)
               MOVE WS-DISP-AMOUNT   TO WS-OUT-LINE(16:18)
               MOVE WS-DISP-AMOUNT-2 TO WS-OUT-LINE(35:18)
               MOVE WS-DISP-AMOUNT-3 TO WS-OUT-LINE(54:18)
               MOVE WS-DISP-AMOUNT-4 TO WS-OUT-LINE(73:18)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-ONE-RATIO-LINE.
               IF WS-TOTAL-ASSETS > 0
                   COMPUTE WS-CUM-PCT ROUNDED =
                       WBK-CUM-GAP(WS-BKT-IDX) * 100 / WS-TOTAL-ASSETS
               ELSE
                   MOVE 0 TO WS-CUM-PCT
               END-IF
               MOVE WS-CUM-PCT TO WS-DISP-CUM-PCT
               MOVE SPACES TO WS-OUT-LINE
               MOVE WBK-LABEL(WS-BKT-IDX) TO WS-OUT-LINE(3:12)
               MOVE WS-DISP-CUM-PCT TO WS-OUT-LINE(16:8)
               MOVE "%" TO WS-OUT-LINE(24:1)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    The first-year gaps reprice at their bucket midpoints
      *    (1.5 and 7.5 months) and carry the shock for the rest of
      *    the year; later buckets reprice beyond the horizon.
           WRITE-ONE-SHOCK-LINE.
               MOVE WS-SHOCK(WS-SHOCK-IDX) TO WS-SHOCK-BP
               COMPUTE WS-NII-EFFECT ROUNDED =
                   WS-SHOCK-BP / 10000
                   * (WBK-GAP(1) * 10.5 / 12 + WBK-GAP(2) * 4.5 / 12)
               MOVE WS-SHOCK-BP TO WS-DISP-SHOCK
               MOVE WS-NII-EFFECT TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED SIZE
                   WS-DISP-SHOCK DELIMITED SIZE
                   " BP" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(16:18)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-ONE-ASSUMPTION-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE WAS-PRODUCT(WS-ASM-IDX) TO WS-OUT-LINE(3:10)
               PERFORM VARYING WS-SPREAD-IDX FROM 1 BY 1
                   UNTIL WS-SPREAD-IDX > 4
                   MOVE WAS-PCT(WS-ASM-IDX, WS-SPREAD-IDX)
                       TO WS-DISP-PCT
                   MOVE WS-DISP-PCT
                       TO WS-OUT-LINE(WS-SPREAD-IDX * 9 + 6:6)
               END-PERFORM
               MOVE WAS-SOURCE(WS-ASM-IDX) TO WS-OUT-LINE(53:8)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Repricing Gap Report"
               DISPLAY "=============================================="
               DISPLAY "  CDs Slotted        : " WS-CD-COUNT
               DISPLAY "  Deposits Decayed   : " WS-DEPOSIT-COUNT
               DISPLAY "  Fixed Loans        : " WS-FIXED-LOAN-COUNT
               DISPLAY "  Variable Loans     : " WS-VAR-LOAN-COUNT
               DISPLAY "  Fixed-Rate Lines   : " WS-LINE-COUNT
               MOVE WBK-CUM-GAP(2) TO WS-DISP-AMOUNT
               DISPLAY "  12-Month Cum. Gap  : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/REPRICING-GAP-REPORT.dat"
               DISPLAY "==============================================".
