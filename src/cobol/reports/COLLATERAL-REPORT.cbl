      *================================================================
      * PROGRAM:    COLLATERAL-REPORT.cbl
      * DESCRIPTION: Monthly collateral review for the secured loan
      *              book - what secures each loan, what it is worth
      *              against what is owed, and whether it is insured.
      *              Runs at month end only (the same next-business-
      *              day test LOAN-STATEMENT closes the month on) and
      *              reads the LOAN-COLLATERAL.dat register (see
      *              LOAN-COLLATERAL-RECORD.cpy) against
      *              LOAN-MASTER.dat:
      *                - LTV by loan: LN-PRINCIPAL, plus the prior
      *                  liens other lenders hold ahead of us, over
      *                  the appraised value of the loan's pledged
      *                  items. An item securing several open loans
      *                  has its value (and prior liens) shared
      *                  across them in proportion to their
      *                  principal, so cross-collateral is never
      *                  counted twice. Over WS-LTV-LIMIT is flagged;
      *                - the collateral items: an appraisal older than
      *                  WS-STALE-DAYS is flagged stale; a real-
      *                  estate, vehicle or equipment item whose
      *                  insurance has lapsed (or was never recorded)
      *                  or lapses within WS-INS-WARN-DAYS is
      *                  flagged, and a proof-of-insurance request
      *                  (template INSPROOF) is queued onto
      *                  NOTICE-REQUESTS.dat for LETTER-ENGINE - one
      *                  per borrower account per item;
      *                - open loans with no pledge on the register
      *                  are counted as unsecured, and pledge rows
      *                  naming a loan not on the book are counted
      *                  for lending ops to clear.
      *              Released pledges and closed loans stay on the
      *              register but out of the review.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COLLATERAL-REPORT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional file: no loan book means nothing to review.
               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional file: an empty register reports every open
      *        loan unsecured.
               SELECT COLLATERAL-FILE
                   ASSIGN TO "data/input/LOAN-COLLATERAL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COLL-STATUS.

      *        Notice queue for the letter engine - shared
      *        cumulative EXTEND treatment, see LETTER-ENGINE.
               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/COLLATERAL-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD COLLATERAL-FILE.
           01 COLLATERAL-IO         PIC X(150).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-COLL-STATUS        PIC XX.
               88 WS-COLL-FILE-OK       VALUE "00".
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-COLL           PIC X VALUE "N".
               88 END-OF-COLLATERAL    VALUE "Y".
           01 WS-NOTICE-OPEN        PIC X VALUE "N".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-COLLATERAL-RECORD.cpy".

      *    --- Review thresholds ---
           01 WS-LTV-LIMIT          PIC 9V9(4) VALUE 1.0000.
           01 WS-STALE-DAYS         PIC 9(4) VALUE 365.
           01 WS-INS-WARN-DAYS      PIC 9(3) VALUE 30.

      *    --- Loan book: open loans carry their LTV build-up ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-LIDX.
                   10 WLN-LOAN-ID      PIC X(10).
                   10 WLN-ACCOUNT-ID   PIC X(10).
                   10 WLN-PRINCIPAL    PIC 9(9)V99.
                   10 WLN-OPEN         PIC X(01).
                   10 WLN-ALLOC-VALUE  PIC 9(11)V99.
                   10 WLN-ALLOC-PRIOR  PIC 9(11)V99.
                   10 WLN-ITEMS        PIC 9(02).
                   10 WLN-STALE        PIC X(01).
                   10 WLN-INS-FLAG     PIC X(01).
           01 WS-LOAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOAN-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- Distinct collateral items, latest appraisal kept ---
           01 WS-ITEM-MAX           PIC 9(4) VALUE 2000.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-IIDX.
                   10 WCI-ID           PIC X(10).
                   10 WCI-TYPE         PIC X(02).
                   10 WCI-DESCRIPTION  PIC X(30).
                   10 WCI-VALUE        PIC 9(9)V99.
                   10 WCI-VALUE-DATE   PIC X(10).
                   10 WCI-LIEN         PIC 9(01).
                   10 WCI-PRIOR        PIC 9(9)V99.
                   10 WCI-CARRIER      PIC X(20).
                   10 WCI-EXPIRY       PIC X(10).
                   10 WCI-OPEN-PRINCIPAL PIC 9(11)V99.
                   10 WCI-LOANS        PIC 9(03).
                   10 WCI-STALE        PIC X(01).
      *                L lapsed or never recorded, S lapsing soon.
                   10 WCI-INS-STATE    PIC X(01).
                       88 WCI-INS-OK        VALUE SPACE.
                       88 WCI-INS-LAPSED    VALUE "L".
                       88 WCI-INS-SOON      VALUE "S".
           01 WS-ITEM-COUNT         PIC 9(4) VALUE 0.
           01 WS-ITEM-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- Pledges on open loans: loan x item ---
           01 WS-PLEDGE-MAX         PIC 9(4) VALUE 4000.
           01 WS-PLEDGE-TABLE.
               05 WS-PLEDGE-ENTRY OCCURS 4000 TIMES
                               INDEXED BY WS-PIDX.
                   10 WPG-LOAN-IDX     PIC 9(04).
                   10 WPG-ITEM-IDX     PIC 9(04).
           01 WS-PLEDGE-COUNT       PIC 9(4) VALUE 0.

      *    --- Letters already queued this run: account x item ---
           01 WS-SENT-MAX           PIC 9(4) VALUE 2000.
           01 WS-SENT-TABLE.
               05 WS-SENT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-SIDX.
                   10 WSL-ACCOUNT-ID   PIC X(10).
                   10 WSL-ITEM-ID      PIC X(10).
           01 WS-SENT-COUNT         PIC 9(4) VALUE 0.
           01 WS-ALREADY-SENT       PIC X.
           01 WS-NOTICE-DETAIL      PIC X(30).

      *    --- LTV working fields ---
           01 WS-SHARE              PIC 9V9(8).
           01 WS-LTV                PIC 9(3)V9(4).
           01 WS-LTV-OVER           PIC X.

      *    --- Counters ---
           01 WS-SECURED-COUNT      PIC 9(4) VALUE 0.
           01 WS-UNSECURED-COUNT    PIC 9(4) VALUE 0.
           01 WS-SECURED-TOTAL      PIC 9(11)V99 VALUE 0.
           01 WS-OVER-LTV-COUNT     PIC 9(4) VALUE 0.
           01 WS-STALE-COUNT        PIC 9(4) VALUE 0.
           01 WS-LAPSED-COUNT       PIC 9(4) VALUE 0.
           01 WS-SOON-COUNT         PIC 9(4) VALUE 0.
           01 WS-ORPHAN-COUNT       PIC 9(4) VALUE 0.
           01 WS-RELEASED-COUNT     PIC 9(4) VALUE 0.
           01 WS-LETTER-COUNT       PIC 9(4) VALUE 0.

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-WORK-JULIAN        PIC 9(7).
           01 WS-WORK-INT           PIC 9(8).
           01 WS-STALE-BEFORE       PIC X(10).
           01 WS-WARN-THROUGH       PIC X(10).

      *    --- Month-end trigger ---
           01 WS-MONTH-END          PIC X VALUE "N".
               88 MONTH-END-TONIGHT    VALUE "Y".
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).

      *    --- Report fields ---
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-DISP-LTV           PIC ZZ9.99.
           01 WS-DISP-COUNT         PIC ZZ9.
           01 WS-OUT-LINE           PIC X(132).
           01 WS-FLAG-TEXT          PIC X(30).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-REVIEW-TONIGHT
               IF NOT MONTH-END-TONIGHT
                   DISPLAY "  Not month-end - no collateral review"
                   STOP RUN
               END-IF
               PERFORM SET-REVIEW-DATES
               PERFORM LOAD-LOANS
               PERFORM LOAD-COLLATERAL
               PERFORM SUM-ITEM-EXPOSURE
               PERFORM ALLOCATE-ITEM-VALUES
               PERFORM REVIEW-ITEMS
               PERFORM QUEUE-INSURANCE-REQUESTS
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF
               PERFORM WRITE-COLLATERAL-REPORT
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

      *    The batch never runs on a weekend, so Friday's next
      *    business day is Monday; when that lands in a different
      *    month, tonight closes the month.
           DETERMINE-REVIEW-TONIGHT.
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
                   MOVE "Y" TO WS-MONTH-END
               END-IF.

      *    An appraisal dated before WS-STALE-BEFORE is stale; a
      *    policy expiring on or before WS-WARN-THROUGH is lapsing.
           SET-REVIEW-DATES.
               COMPUTE WS-WORK-JULIAN = WS-TODAY-JULIAN - WS-STALE-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-JULIAN)
                   TO WS-WORK-INT
               MOVE WS-WORK-INT(1:4) TO WS-STALE-BEFORE(1:4)
               MOVE "-"              TO WS-STALE-BEFORE(5:1)
               MOVE WS-WORK-INT(5:2) TO WS-STALE-BEFORE(6:2)
               MOVE "-"              TO WS-STALE-BEFORE(8:1)
               MOVE WS-WORK-INT(7:2) TO WS-STALE-BEFORE(9:2)
               COMPUTE WS-WORK-JULIAN =
                   WS-TODAY-JULIAN + WS-INS-WARN-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-JULIAN)
                   TO WS-WORK-INT
               MOVE WS-WORK-INT(1:4) TO WS-WARN-THROUGH(1:4)
               MOVE "-"              TO WS-WARN-THROUGH(5:1)
               MOVE WS-WORK-INT(5:2) TO WS-WARN-THROUGH(6:2)
               MOVE "-"              TO WS-WARN-THROUGH(8:1)
               MOVE WS-WORK-INT(7:2) TO WS-WARN-THROUGH(9:2).

           LOAD-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM LOAD-LOAN-LOOP
                       UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               END-IF.

      *    Open means active or payoff pending with a balance owed.
           LOAD-LOAN-LOOP.
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   IF WS-LOAN-COUNT < WS-LOAN-MAX
                       ADD 1 TO WS-LOAN-COUNT
                       INITIALIZE WS-LOAN-ENTRY(WS-LOAN-COUNT)
                       MOVE LN-LOAN-ID
                           TO WLN-LOAN-ID(WS-LOAN-COUNT)
                       MOVE LN-ACCOUNT-ID
                           TO WLN-ACCOUNT-ID(WS-LOAN-COUNT)
                       MOVE LN-PRINCIPAL
                           TO WLN-PRINCIPAL(WS-LOAN-COUNT)
                       MOVE "N" TO WLN-OPEN(WS-LOAN-COUNT)
                       IF (LN-ACTIVE OR LN-PAYOFF-PENDING)
                       AND LN-PRINCIPAL > 0
                           MOVE "Y" TO WLN-OPEN(WS-LOAN-COUNT)
                       END-IF
                   END-IF
               END-READ.

           LOAD-COLLATERAL.
               OPEN INPUT COLLATERAL-FILE
               IF WS-COLL-FILE-OK
                   PERFORM LOAD-ONE-PLEDGE
                       UNTIL END-OF-COLLATERAL
                   CLOSE COLLATERAL-FILE
               END-IF.

      *    A released pledge is skipped; one naming a loan not on the
      *    book is counted orphan; one on a closed loan is simply
      *    out of the review.
           LOAD-ONE-PLEDGE.
               READ COLLATERAL-FILE INTO LOAN-COLLATERAL-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-COLL
               NOT AT END
                   IF CL-RELEASED
                       ADD 1 TO WS-RELEASED-COUNT
                   ELSE
                       MOVE 0 TO WS-LOAN-FOUND-IDX
                       PERFORM VARYING WS-LIDX FROM 1 BY 1
                           UNTIL WS-LIDX > WS-LOAN-COUNT
                           IF WLN-LOAN-ID(WS-LIDX) = CL-LOAN-ID
                               MOVE WS-LIDX TO WS-LOAN-FOUND-IDX
                           END-IF
                       END-PERFORM
                       IF WS-LOAN-FOUND-IDX = 0
                           ADD 1 TO WS-ORPHAN-COUNT
                       ELSE
                           IF WLN-OPEN(WS-LOAN-FOUND-IDX) = "Y"
                               PERFORM FIND-OR-ADD-ITEM
                               PERFORM ADD-PLEDGE
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *    Where two rows describe one item differently, the later
      *    appraisal wins.
           FIND-OR-ADD-ITEM.
               MOVE 0 TO WS-ITEM-FOUND-IDX
               PERFORM VARYING WS-IIDX FROM 1 BY 1
                   UNTIL WS-IIDX > WS-ITEM-COUNT
                   IF WCI-ID(WS-IIDX) = CL-COLLATERAL-ID
                       MOVE WS-IIDX TO WS-ITEM-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-ITEM-FOUND-IDX = 0
               AND WS-ITEM-COUNT < WS-ITEM-MAX
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND-IDX
                   INITIALIZE WS-ITEM-ENTRY(WS-ITEM-COUNT)
                   MOVE CL-COLLATERAL-ID TO WCI-ID(WS-ITEM-COUNT)
                   MOVE LOW-VALUES
                       TO WCI-VALUE-DATE(WS-ITEM-COUNT)
               END-IF
               IF WS-ITEM-FOUND-IDX > 0
               AND CL-VALUATION-DATE >=
                   WCI-VALUE-DATE(WS-ITEM-FOUND-IDX)
                   MOVE CL-TYPE
                       TO WCI-TYPE(WS-ITEM-FOUND-IDX)
                   MOVE CL-DESCRIPTION
                       TO WCI-DESCRIPTION(WS-ITEM-FOUND-IDX)
                   IF CL-APPRAISED-VALUE IS NUMERIC
                       MOVE CL-APPRAISED-VALUE
                           TO WCI-VALUE(WS-ITEM-FOUND-IDX)
                   ELSE
                       MOVE 0 TO WCI-VALUE(WS-ITEM-FOUND-IDX)
                   END-IF
                   MOVE CL-VALUATION-DATE
                       TO WCI-VALUE-DATE(WS-ITEM-FOUND-IDX)
                   IF CL-LIEN-POSITION IS NUMERIC
                       MOVE CL-LIEN-POSITION
                           TO WCI-LIEN(WS-ITEM-FOUND-IDX)
                   ELSE
                       MOVE 1 TO WCI-LIEN(WS-ITEM-FOUND-IDX)
                   END-IF
                   IF CL-PRIOR-LIENS IS NUMERIC
                       MOVE CL-PRIOR-LIENS
                           TO WCI-PRIOR(WS-ITEM-FOUND-IDX)
                   ELSE
                       MOVE 0 TO WCI-PRIOR(WS-ITEM-FOUND-IDX)
                   END-IF
                   MOVE CL-INS-CARRIER
                       TO WCI-CARRIER(WS-ITEM-FOUND-IDX)
                   MOVE CL-INS-EXPIRY-DATE
                       TO WCI-EXPIRY(WS-ITEM-FOUND-IDX)
               END-IF.

           ADD-PLEDGE.
               IF WS-ITEM-FOUND-IDX > 0
               AND WS-PLEDGE-COUNT < WS-PLEDGE-MAX
                   ADD 1 TO WS-PLEDGE-COUNT
                   MOVE WS-LOAN-FOUND-IDX
                       TO WPG-LOAN-IDX(WS-PLEDGE-COUNT)
                   MOVE WS-ITEM-FOUND-IDX
                       TO WPG-ITEM-IDX(WS-PLEDGE-COUNT)
               END-IF.

      *    Every open loan an item secures counts toward the share
      *    each of them takes of its value.
           SUM-ITEM-EXPOSURE.
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > WS-PLEDGE-COUNT
                   ADD WLN-PRINCIPAL(WPG-LOAN-IDX(WS-PIDX))
                       TO WCI-OPEN-PRINCIPAL(WPG-ITEM-IDX(WS-PIDX))
                   ADD 1 TO WCI-LOANS(WPG-ITEM-IDX(WS-PIDX))
               END-PERFORM.

           ALLOCATE-ITEM-VALUES.
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > WS-PLEDGE-COUNT
                   MOVE WPG-LOAN-IDX(WS-PIDX) TO WS-LOAN-FOUND-IDX
                   MOVE WPG-ITEM-IDX(WS-PIDX) TO WS-ITEM-FOUND-IDX
                   COMPUTE WS-SHARE ROUNDED =
                       WLN-PRINCIPAL(WS-LOAN-FOUND-IDX)
                       / WCI-OPEN-PRINCIPAL(WS-ITEM-FOUND-IDX)
                   COMPUTE WLN-ALLOC-VALUE(WS-LOAN-FOUND-IDX) ROUNDED =
                       WLN-ALLOC-VALUE(WS-LOAN-FOUND-IDX)
                       + WCI-VALUE(WS-ITEM-FOUND-IDX) * WS-SHARE
                   COMPUTE WLN-ALLOC-PRIOR(WS-LOAN-FOUND-IDX) ROUNDED =
                       WLN-ALLOC-PRIOR(WS-LOAN-FOUND-IDX)
                       + WCI-PRIOR(WS-ITEM-FOUND-IDX) * WS-SHARE
                   ADD 1 TO WLN-ITEMS(WS-LOAN-FOUND-IDX)
               END-PERFORM.

      *    Stale appraisals and insurance gaps, item by item, then
      *    carried onto each loan the item secures.
           REVIEW-ITEMS.
               PERFORM REVIEW-ONE-ITEM
                   VARYING WS-IIDX FROM 1 BY 1
                   UNTIL WS-IIDX > WS-ITEM-COUNT
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > WS-PLEDGE-COUNT
                   MOVE WPG-LOAN-IDX(WS-PIDX) TO WS-LOAN-FOUND-IDX
                   MOVE WPG-ITEM-IDX(WS-PIDX) TO WS-ITEM-FOUND-IDX
                   IF WCI-STALE(WS-ITEM-FOUND-IDX) = "Y"
                       MOVE "Y" TO WLN-STALE(WS-LOAN-FOUND-IDX)
                   END-IF
                   IF NOT WCI-INS-OK(WS-ITEM-FOUND-IDX)
                       MOVE "Y" TO WLN-INS-FLAG(WS-LOAN-FOUND-IDX)
                   END-IF
               END-PERFORM.

           REVIEW-ONE-ITEM.
               MOVE "N" TO WCI-STALE(WS-IIDX)
               IF WCI-VALUE-DATE(WS-IIDX)(1:4) IS NOT NUMERIC
               OR WCI-VALUE-DATE(WS-IIDX) < WS-STALE-BEFORE
                   MOVE "Y" TO WCI-STALE(WS-IIDX)
                   ADD 1 TO WS-STALE-COUNT
               END-IF
               MOVE SPACE TO WCI-INS-STATE(WS-IIDX)
               IF WCI-TYPE(WS-IIDX) = "RE" OR "VE" OR "EQ"
                   EVALUATE TRUE
                       WHEN WCI-EXPIRY(WS-IIDX)(1:4) IS NOT NUMERIC
                       WHEN WCI-EXPIRY(WS-IIDX) < WS-TODAY
                           SET WCI-INS-LAPSED(WS-IIDX) TO TRUE
                           ADD 1 TO WS-LAPSED-COUNT
                       WHEN WCI-EXPIRY(WS-IIDX) NOT > WS-WARN-THROUGH
                           SET WCI-INS-SOON(WS-IIDX) TO TRUE
                           ADD 1 TO WS-SOON-COUNT
                   END-EVALUATE
               END-IF.

      *    One request per borrower account per item, however many
      *    of the borrower's loans the item secures.
           QUEUE-INSURANCE-REQUESTS.
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > WS-PLEDGE-COUNT
                   MOVE WPG-LOAN-IDX(WS-PIDX) TO WS-LOAN-FOUND-IDX
                   MOVE WPG-ITEM-IDX(WS-PIDX) TO WS-ITEM-FOUND-IDX
                   IF NOT WCI-INS-OK(WS-ITEM-FOUND-IDX)
                       PERFORM QUEUE-ONE-REQUEST
                   END-IF
               END-PERFORM.

           QUEUE-ONE-REQUEST.
               MOVE "N" TO WS-ALREADY-SENT
               PERFORM VARYING WS-SIDX FROM 1 BY 1
                   UNTIL WS-SIDX > WS-SENT-COUNT
                   IF WSL-ACCOUNT-ID(WS-SIDX)
                       = WLN-ACCOUNT-ID(WS-LOAN-FOUND-IDX)
                   AND WSL-ITEM-ID(WS-SIDX)
                       = WCI-ID(WS-ITEM-FOUND-IDX)
                       MOVE "Y" TO WS-ALREADY-SENT
                   END-IF
               END-PERFORM
               IF WS-ALREADY-SENT = "N"
                   IF WS-SENT-COUNT < WS-SENT-MAX
                       ADD 1 TO WS-SENT-COUNT
                       MOVE WLN-ACCOUNT-ID(WS-LOAN-FOUND-IDX)
                           TO WSL-ACCOUNT-ID(WS-SENT-COUNT)
                       MOVE WCI-ID(WS-ITEM-FOUND-IDX)
                           TO WSL-ITEM-ID(WS-SENT-COUNT)
                   END-IF
                   PERFORM WRITE-INSURANCE-NOTICE
               END-IF.

      *    Detail tells the borrower what is missing: no policy on
      *    file, a lapsed one, or the date the current one expires.
           WRITE-INSURANCE-NOTICE.
               MOVE SPACES TO WS-NOTICE-DETAIL
               EVALUATE TRUE
                   WHEN WCI-EXPIRY(WS-ITEM-FOUND-IDX)(1:4)
                        IS NOT NUMERIC
                       MOVE "NO INSURANCE ON FILE"
                           TO WS-NOTICE-DETAIL
                   WHEN WCI-INS-LAPSED(WS-ITEM-FOUND-IDX)
                       STRING "INSURANCE LAPSED " DELIMITED SIZE
                           WCI-EXPIRY(WS-ITEM-FOUND-IDX)
                               DELIMITED SIZE
                           INTO WS-NOTICE-DETAIL
                   WHEN OTHER
                       STRING "INSURANCE EXPIRES " DELIMITED SIZE
                           WCI-EXPIRY(WS-ITEM-FOUND-IDX)
                               DELIMITED SIZE
                           INTO WS-NOTICE-DETAIL
               END-EVALUATE
               PERFORM OPEN-NOTICE-FILE
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY          TO NOTICE-OUT-RECORD(1:10)
               MOVE "INSPROOF"        TO NOTICE-OUT-RECORD(12:8)
               MOVE WLN-ACCOUNT-ID(WS-LOAN-FOUND-IDX)
                   TO NOTICE-OUT-RECORD(21:10)
               MOVE WCI-VALUE(WS-ITEM-FOUND-IDX)
                   TO NOTICE-OUT-RECORD(32:11)
               MOVE WS-NOTICE-DETAIL  TO NOTICE-OUT-RECORD(44:30)
               WRITE NOTICE-OUT-RECORD
               ADD 1 TO WS-LETTER-COUNT.

           OPEN-NOTICE-FILE.
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF.

           WRITE-COLLATERAL-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open COLLATERAL-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - COLLATERAL REVIEW  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOAN-TO-VALUE BY LOAN" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOAN       ACCOUNT         PRINCIPAL      CO"
                   & "LLATERAL    PRIOR LIENS   LTV %  ITEMS FLAGS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM REPORT-ONE-LOAN
                   VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  COLLATERAL ITEMS" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  ITEM       TY DESCRIPTION                   "
                   & "          VALUE VALUED     LIEN  CARRIER      "
                   & "        EXPIRES   LOANS  FLAGS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM REPORT-ONE-ITEM
                   VARYING WS-IIDX FROM 1 BY 1
                   UNTIL WS-IIDX > WS-ITEM-COUNT
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-SECURED-TOTAL TO WS-DISP-AMOUNT
               STRING "  SECURED LOANS: " DELIMITED SIZE
                   WS-SECURED-COUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   "   UNSECURED: " DELIMITED SIZE
                   WS-UNSECURED-COUNT DELIMITED SIZE
                   "   OVER LTV LIMIT: " DELIMITED SIZE
                   WS-OVER-LTV-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  STALE APPRAISALS: " DELIMITED SIZE
                   WS-STALE-COUNT DELIMITED SIZE
                   "   INSURANCE LAPSED: " DELIMITED SIZE
                   WS-LAPSED-COUNT DELIMITED SIZE
                   "   LAPSING SOON: " DELIMITED SIZE
                   WS-SOON-COUNT DELIMITED SIZE
                   "   PROOF REQUESTS QUEUED: " DELIMITED SIZE
                   WS-LETTER-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-ORPHAN-COUNT > 0
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  PLEDGES ON LOANS NOT ON THE BOOK: "
                       DELIMITED SIZE
                       WS-ORPHAN-COUNT DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE REPORT-FILE.

      *    Open loans only; a loan with nothing pledged prints as
      *    unsecured so the examiner sees the whole book.
           REPORT-ONE-LOAN.
               IF WLN-OPEN(WS-LIDX) = "Y"
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE SPACES TO WS-FLAG-TEXT
                   MOVE WLN-LOAN-ID(WS-LIDX)    TO WS-OUT-LINE(3:10)
                   MOVE WLN-ACCOUNT-ID(WS-LIDX) TO WS-OUT-LINE(14:10)
                   MOVE WLN-PRINCIPAL(WS-LIDX)  TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT          TO WS-OUT-LINE(25:14)
                   IF WLN-ITEMS(WS-LIDX) = 0
                       ADD 1 TO WS-UNSECURED-COUNT
                       MOVE "UNSECURED" TO WS-FLAG-TEXT
                   ELSE
                       ADD 1 TO WS-SECURED-COUNT
                       ADD WLN-PRINCIPAL(WS-LIDX) TO WS-SECURED-TOTAL
                       PERFORM FIGURE-LOAN-LTV
                       MOVE WLN-ALLOC-VALUE(WS-LIDX)
                           TO WS-DISP-AMOUNT
                       MOVE WS-DISP-AMOUNT      TO WS-OUT-LINE(41:14)
                       MOVE WLN-ALLOC-PRIOR(WS-LIDX)
                           TO WS-DISP-AMOUNT
                       MOVE WS-DISP-AMOUNT      TO WS-OUT-LINE(56:14)
                       IF WLN-ALLOC-VALUE(WS-LIDX) = 0
                           MOVE "   N/A"       TO WS-OUT-LINE(72:6)
                       ELSE
                           MOVE WS-LTV          TO WS-DISP-LTV
                           MOVE WS-DISP-LTV     TO WS-OUT-LINE(72:6)
                       END-IF
                       MOVE WLN-ITEMS(WS-LIDX)  TO WS-OUT-LINE(81:2)
                       PERFORM BUILD-LOAN-FLAGS
                   END-IF
                   MOVE WS-FLAG-TEXT            TO WS-OUT-LINE(86:30)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

      *    Combined LTV: our balance plus the allocated prior liens
      *    over the allocated value, shown as a percentage (capped
      *    at the picture when the value is next to nothing).
           FIGURE-LOAN-LTV.
               MOVE "N" TO WS-LTV-OVER
               MOVE 0 TO WS-LTV
               IF WLN-ALLOC-VALUE(WS-LIDX) = 0
                   MOVE "Y" TO WS-LTV-OVER
               ELSE
                   IF (WLN-PRINCIPAL(WS-LIDX)
                       + WLN-ALLOC-PRIOR(WS-LIDX))
                       >= WLN-ALLOC-VALUE(WS-LIDX) * 9
                       MOVE 999.99 TO WS-LTV
                   ELSE
                       COMPUTE WS-LTV ROUNDED =
                           (WLN-PRINCIPAL(WS-LIDX)
                           + WLN-ALLOC-PRIOR(WS-LIDX)) * 100
                           / WLN-ALLOC-VALUE(WS-LIDX)
                   END-IF
                   IF WS-LTV > WS-LTV-LIMIT * 100
                       MOVE "Y" TO WS-LTV-OVER
                   END-IF
               END-IF
               IF WS-LTV-OVER = "Y"
                   ADD 1 TO WS-OVER-LTV-COUNT
               END-IF.

           BUILD-LOAN-FLAGS.
               MOVE SPACES TO WS-FLAG-TEXT
               IF WS-LTV-OVER = "Y"
                   MOVE "LTV" TO WS-FLAG-TEXT(1:3)
               END-IF
               IF WLN-STALE(WS-LIDX) = "Y"
                   MOVE "STALE" TO WS-FLAG-TEXT(5:5)
               END-IF
               IF WLN-INS-FLAG(WS-LIDX) = "Y"
                   MOVE "INSURANCE" TO WS-FLAG-TEXT(11:9)
               END-IF.

           REPORT-ONE-ITEM.
               MOVE SPACES TO WS-OUT-LINE
               MOVE WCI-ID(WS-IIDX)          TO WS-OUT-LINE(3:10)
               MOVE WCI-TYPE(WS-IIDX)        TO WS-OUT-LINE(14:2)
               MOVE WCI-DESCRIPTION(WS-IIDX) TO WS-OUT-LINE(17:30)
               MOVE WCI-VALUE(WS-IIDX)       TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT           TO WS-OUT-LINE(48:14)
               MOVE WCI-VALUE-DATE(WS-IIDX)  TO WS-OUT-LINE(63:10)
               MOVE WCI-LIEN(WS-IIDX)        TO WS-OUT-LINE(76:1)
               MOVE WCI-CARRIER(WS-IIDX)     TO WS-OUT-LINE(80:20)
               MOVE WCI-EXPIRY(WS-IIDX)      TO WS-OUT-LINE(101:10)
               MOVE WCI-LOANS(WS-IIDX)       TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT            TO WS-OUT-LINE(113:3)
               IF WCI-STALE(WS-IIDX) = "Y"
                   MOVE "STALE" TO WS-OUT-LINE(118:5)
               END-IF
               EVALUATE TRUE
                   WHEN WCI-INS-LAPSED(WS-IIDX)
                       MOVE "LAPSED" TO WS-OUT-LINE(124:6)
                   WHEN WCI-INS-SOON(WS-IIDX)
                       MOVE "DUE"    TO WS-OUT-LINE(124:3)
               END-EVALUATE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Collateral Review"
               DISPLAY "=============================================="
               DISPLAY "  Secured Loans      : " WS-SECURED-COUNT
               DISPLAY "  Unsecured Loans    : " WS-UNSECURED-COUNT
               DISPLAY "  Collateral Items   : " WS-ITEM-COUNT
               DISPLAY "  Over LTV Limit     : " WS-OVER-LTV-COUNT
               DISPLAY "  Stale Appraisals   : " WS-STALE-COUNT
               DISPLAY "  Insurance Lapsed   : " WS-LAPSED-COUNT
               DISPLAY "  Insurance Lapsing  : " WS-SOON-COUNT
               DISPLAY "  Proof Requests     : " WS-LETTER-COUNT
               DISPLAY "  Orphan Pledges     : " WS-ORPHAN-COUNT
               DISPLAY "  Released Pledges   : " WS-RELEASED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/COLLATERAL-REPORT.dat"
               DISPLAY "  → data/output/NOTICE-REQUESTS.dat"
               DISPLAY "==============================================".
