      *                - a collection rejected for insufficient funds
      *                  bumps LN-MISSED-COUNT and leaves the due
      *                  date where it was, so the loan ages;
      *                - a collected payoff ("LOAN PAYOFF " debit
      *                  queued by LOAN-PAYOFF) retires the whole
      *                  remaining principal, books the rest of the
      *                  figure as the final interest, closes the
      *                  loan, and queues the lien-release letter
      *                  (mortgages) or paid-in-full letter onto
      *                  NOTICE-REQUESTS.dat for LETTER-ENGINE; a
      *                  rejected payoff puts the loan back to
      *                  active and is not a missed payment;
      *                - a collected offset ("LOAN OFFSET " debit
      *                  LOAN-OFFSET drew on another of the
      *                  borrower's accounts) is applied as the
      *                  installment, and the short billed
      *                  collection it replaced is not counted as
      *                  missed; a rejected offset is only recorded;
      *                - a late charge is assessed once per missed
      *                  installment that is more than the grace
      *                  period past due - a flat amount or a
      *                  percentage of the payment, capped - onto
      *                  LN-FEE-BALANCE; terms come from the
      *                  optional LATE-CHARGE-TERMS.dat, defaulting
      *                  to the WS-LATE-* values below. A loan
      *                  under a bankruptcy stay (any customer on
      *                  its payment account with a case standing
      *                  filed in BANKRUPTCY-FILINGS.dat) is charged
      *                  nothing - its late installments are marked
      *                  so the charge never comes due. Collected
      *                  payments pay that balance first, booked as
      *                  LNF rows (the chart's late-fee income row);
      *                - on a mortgage with an open escrow account
      *                  (LOAN-ESCROW.dat) the next slice of a
      *                  collected payment, up to ES-MONTHLY-AMOUNT,
      *                  is credited to ES-BALANCE and booked as an
      *                  LNE row (the escrow liability) rather than
      *                  principal or interest;
      *                - on a loan partly sold to participant banks
      *                  (LOAN-PARTICIPATIONS.dat) each active
      *                  participant's percentage of the collected
      *                  principal and interest, less the servicing
      *                  fee the bank keeps, is booked to the
      *                  remittance payable as an LPP row (the fee
      *                  as LSF servicing income) and logged to
      *                  PARTICIPATION-ACTIVITY.dat for the monthly
      *                  remittance; LNP/LNI carry only the
      *                  retained share;
      *                - active loans past due land on the 30/60/90
      *                  delinquency report, with their unpaid late
      *                  charges.
      *              Each payment, payoff, returned collection, and
      *              late charge is appended to the loan's
      *              LOAN-HISTORY.dat, the payments with their split.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Per-loan history - cumulative, appended by every
      *        program that changes a loan.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

      *        Optional late-charge terms; absent, the WS-LATE-*
      *        defaults stand.
               SELECT LATE-TERMS-FILE
                   ASSIGN TO "data/input/LATE-CHARGE-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

      *        Optional file: escrow accounts credited from
      *        collected mortgage payments, rewritten in full.
               SELECT ESCROW-FILE
                   ASSIGN TO "data/input/LOAN-ESCROW.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

      *        Customer links and legal's bankruptcy register - a
      *        loan under the automatic stay is charged nothing late.
               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT BANKRUPTCY-FILE
                   ASSIGN TO "data/input/BANKRUPTCY-FILINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.

               SELECT APPROVED-FILE
                   ASSIGN TO "data/output/APPROVED-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOANGL-STATUS.

      *        Optional file: the shares of sold-down loans owned
      *        by participant banks.
               SELECT PARTICIPATION-FILE
                   ASSIGN TO "data/input/LOAN-PARTICIPATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PART-STATUS.

      *        Participants' cut of each collected payment -
      *        cumulative, remitted monthly by PARTICIPATION-REMIT.
               SELECT PART-ACTIVITY-FILE
                   ASSIGN TO "data/output/PARTICIPATION-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PACT-STATUS.

      *        Notice queue for the letter engine - shared
      *        cumulative EXTEND treatment, see LETTER-ENGINE.
               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/LOAN-DELINQUENCY-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD LATE-TERMS-FILE.
           01 LATE-TERMS-IO         PIC X(40).

           FD ESCROW-FILE.
           01 ESCROW-IO             PIC X(250).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD BANKRUPTCY-FILE.
           01 BANKRUPTCY-IO         PIC X(100).

           FD APPROVED-FILE.
           01 APPROVED-IO           PIC X(116).

           FD LOAN-GL-FILE.
           01 LOAN-GL-RECORD        PIC X(116).

           FD PARTICIPATION-FILE.
           01 PARTICIPATION-IO      PIC X(150).

           FD PART-ACTIVITY-FILE.
           01 PART-ACTIVITY-IO      PIC X(120).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK      VALUE "00".
           01 WS-APR-STATUS         PIC XX.
               88 WS-APR-FILE-OK        VALUE "00".
           01 WS-REJ-STATUS         PIC XX.
               88 WS-LOANGL-FILE-OK     VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-NOTICE-OPEN        PIC X VALUE "N".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-APR            PIC X VALUE "N".
               88 END-OF-REJECTED      VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           01 WS-HIST-EVENT         PIC X(03).
           COPY "TRANSACTION-RECORD.cpy".
           COPY "LOAN-ESCROW-RECORD.cpy".
           COPY "BANKRUPTCY-RECORD.cpy".

      *    --- Customers on each account, and those under the
      *        automatic stay ---
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK       VALUE "00".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-BK-STATUS          PIC XX.
               88 WS-BK-FILE-OK         VALUE "00".
           01 WS-EOF-BK             PIC X VALUE "N".
               88 END-OF-BK-LOAD       VALUE "Y".
           01 WS-BK-MAX             PIC 999 VALUE 500.
           01 WS-BK-TABLE.
               05 WS-BK-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-BKIDX.
                   10 WBK-CUSTOMER-ID  PIC X(10).
           01 WS-BK-COUNT           PIC 999 VALUE 0.
           01 WS-STAY-FOUND         PIC X VALUE "N".
               88 BORROWER-IN-STAY     VALUE "Y".

      *    --- Escrow table, rewritten in full ---
           01 WS-ESC-STATUS         PIC XX.
               88 WS-ESC-FILE-OK        VALUE "00".
           01 WS-EOF-ESC            PIC X VALUE "N".
               88 END-OF-ESCROW        VALUE "Y".
           01 WS-ESC-MAX            PIC 9(4) VALUE 2000.
           01 WS-ESC-TABLE.
               05 WS-ESC-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-EIDX.
                   10 WES-RECORD       PIC X(250).
           01 WS-ESC-COUNT          PIC 9(4) VALUE 0.
           01 WS-ESC-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-ESC-CHANGED        PIC X VALUE "N".
           01 WS-ESCROW-PORTION     PIC 9(9)V99.
           01 WS-ESCROW-COLLECTED-TOTAL PIC 9(9)V99 VALUE 0.

      *    --- Participations in sold-down loans; a loan whose
      *        active shares total over 100 percent is treated as
      *        wholly ours until lending ops corrects the file ---
           COPY "LOAN-PARTICIPATION-RECORD.cpy".
           COPY "PARTICIPATION-ACTIVITY-RECORD.cpy".
           01 WS-PART-STATUS        PIC XX.
               88 WS-PART-FILE-OK       VALUE "00".
           01 WS-EOF-PART           PIC X VALUE "N".
               88 END-OF-PARTICIPATIONS VALUE "Y".
           01 WS-PACT-STATUS        PIC XX.
           01 WS-PACT-OPEN          PIC X VALUE "N".
           01 WS-PART-MAX           PIC 9(4) VALUE 1000.
           01 WS-PART-TABLE.
               05 WS-PART-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-PIDX.
                   10 WLP-RECORD       PIC X(150).
           01 WS-PART-COUNT         PIC 9(4) VALUE 0.
           01 WS-PART-TOTAL-PCT     PIC 9(5)V9(4).
           01 WS-PART-EVENT         PIC X(03).
           01 WS-RETAINED-PRINCIPAL PIC 9(9)V99.
           01 WS-RETAINED-INTEREST  PIC 9(9)V99.
           01 WS-SHARE-PRINCIPAL    PIC 9(9)V99.
           01 WS-SHARE-INTEREST     PIC 9(9)V99.
           01 WS-SHARE-FEE          PIC 9(7)V99.
           01 WS-SHARE-NET          PIC 9(9)V99.
           01 WS-PART-SPLIT-COUNT   PIC 999 VALUE 0.
           01 WS-PART-OVERSOLD-COUNT PIC 999 VALUE 0.
           01 WS-PART-REMIT-TOTAL   PIC 9(11)V99 VALUE 0.
           01 WS-PART-FEE-TOTAL     PIC 9(9)V99 VALUE 0.

      *    --- Loan table, rewritten in full ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-LOAN-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-LOOKUP-LOAN-ID     PIC X(10).
           01 WS-ORIG-REFERENCE     PIC X(12).
           01 WS-OFFSET-PAYMENT     PIC X VALUE "N".
               88 PAYMENT-BY-OFFSET    VALUE "Y".

      *    --- Loans an offset (LOAN-OFFSET) paid today: the billed
      *        collection it stood in for is not a missed payment ---
           01 WS-OFFSET-PAID-MAX    PIC 9(4) VALUE 2000.
           01 WS-OFFSET-PAID-TABLE.
               05 WS-OFFSET-PAID-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-OPIDX.
                   10 WOP-LOAN-ID      PIC X(10).
           01 WS-OFFSET-PAID-COUNT  PIC 9(4) VALUE 0.
           01 WS-OFFSET-COVERED     PIC X VALUE "N".
               88 COLLECTION-COVERED   VALUE "Y".

      *    --- Principal/interest split ---
           01 WS-PERIOD-RATE        PIC 9(3)V9(8).
           01 WS-INTEREST-PORTION   PIC 9(9)V99.
           01 WS-PRINCIPAL-PORTION  PIC 9(9)V99.
           01 WS-DEFERRED-PORTION   PIC 9(9)V99.
           01 WS-FEE-PORTION        PIC 9(9)V99.
           01 WS-APPLY-AMOUNT       PIC 9(9)V99.
           01 WS-COLLECTED-AMOUNT   PIC 9(9)V99.

      *    --- Late-charge terms. Row layout of LATE-CHARGE-TERMS.dat:
      *        grace days(1-3), method(5: F flat / P percent of
      *        payment), flat amount(7-13, raw 9(5)V99), percent
      *        (15-19, raw 9V9(4) - 05000 is 5%), cap(21-27, raw
      *        9(5)V99) ---
           01 WS-LATE-GRACE-DAYS    PIC 9(3) VALUE 15.
           01 WS-LATE-METHOD        PIC X VALUE "P".
               88 WS-LATE-FLAT          VALUE "F".
               88 WS-LATE-PERCENT       VALUE "P".
           01 WS-LATE-FLAT-AMOUNT   PIC 9(5)V99 VALUE 25.00.
           01 WS-LATE-PCT           PIC 9V9(4) VALUE 0.0500.
           01 WS-LATE-CAP           PIC 9(5)V99 VALUE 50.00.
           01 WS-TERMS-AMOUNT-X     PIC X(7).
           01 WS-TERMS-AMOUNT REDEFINES WS-TERMS-AMOUNT-X
                                    PIC 9(5)V99.
           01 WS-TERMS-PCT-X        PIC X(5).
           01 WS-TERMS-PCT REDEFINES WS-TERMS-PCT-X
                                    PIC 9V9(4).
           01 WS-LATE-CHARGE        PIC 9(5)V99.
           01 WS-LATE-INSTALLMENTS  PIC 9 VALUE 0.
           01 WS-LATE-NEW           PIC 9 VALUE 0.
           01 WS-LATE-COUNT-DONE    PIC X VALUE "N".
           01 WS-SAVED-DUE-DATE     PIC X(10).

      *    --- Due-date advance (same clamped month-add
      *        STANDING-ORDER-GEN uses) ---
           01 WS-COLLECTED-COUNT    PIC 999 VALUE 0.
           01 WS-MISSED-COUNT       PIC 999 VALUE 0.
           01 WS-PAID-OFF-COUNT     PIC 999 VALUE 0.
           01 WS-PAYOFF-COUNT       PIC 999 VALUE 0.
           01 WS-PAYOFF-REJ-COUNT   PIC 999 VALUE 0.
           01 WS-OFFSET-COUNT       PIC 999 VALUE 0.
           01 WS-OFFSET-REJ-COUNT   PIC 999 VALUE 0.
           01 WS-LATE-ASSESSED-COUNT PIC 999 VALUE 0.
           01 WS-LATE-STAYED-COUNT  PIC 999 VALUE 0.
           01 WS-LATE-ASSESSED-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-LATE-COLLECTED-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-RPT-FEE            PIC ZZZ,ZZ9.99.
           01 WS-LOANS-CHANGED      PIC X VALUE "N".
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(80).
       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-LATE-CHARGE-TERMS
               PERFORM LOAD-LOANS
               PERFORM LOAD-ESCROW
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-BANKRUPTCIES
               PERFORM LOAD-PARTICIPATIONS
               IF WS-LOAN-COUNT = 0
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM PROCESS-APPROVED-COLLECTIONS
               PERFORM PROCESS-REJECTED-COLLECTIONS
               PERFORM ASSESS-LATE-CHARGES
               CLOSE LOAN-GL-FILE
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF
               IF WS-HIST-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-PACT-OPEN = "Y"
                   CLOSE PART-ACTIVITY-FILE
               END-IF
               IF WS-LOANS-CHANGED = "Y"
                   PERFORM REWRITE-LOANS
               END-IF
               IF WS-ESC-CHANGED = "Y"
                   PERFORM REWRITE-ESCROW
               END-IF
               PERFORM WRITE-DELINQUENCY-REPORT
               PERFORM DISPLAY-RESULTS
               STOP RUN.
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    --- Optional file: one row; a field left blank (or not
      *        numeric) keeps its default ---
           LOAD-LATE-CHARGE-TERMS.
               OPEN INPUT LATE-TERMS-FILE
               IF WS-TERMS-FILE-OK
                   READ LATE-TERMS-FILE INTO LATE-TERMS-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LATE-TERMS-IO(1:3) IS NUMERIC
                           MOVE LATE-TERMS-IO(1:3)
                               TO WS-LATE-GRACE-DAYS
                       END-IF
                       IF LATE-TERMS-IO(5:1) = "F"
                       OR LATE-TERMS-IO(5:1) = "P"
                           MOVE LATE-TERMS-IO(5:1) TO WS-LATE-METHOD
                       END-IF
                       MOVE LATE-TERMS-IO(7:7) TO WS-TERMS-AMOUNT-X
                       IF WS-TERMS-AMOUNT-X IS NUMERIC
                           MOVE WS-TERMS-AMOUNT
                               TO WS-LATE-FLAT-AMOUNT
                       END-IF
                       MOVE LATE-TERMS-IO(15:5) TO WS-TERMS-PCT-X
                       IF WS-TERMS-PCT-X IS NUMERIC
                           MOVE WS-TERMS-PCT TO WS-LATE-PCT
                       END-IF
                       MOVE LATE-TERMS-IO(21:7) TO WS-TERMS-AMOUNT-X
                       IF WS-TERMS-AMOUNT-X IS NUMERIC
                           MOVE WS-TERMS-AMOUNT TO WS-LATE-CAP
                       END-IF
                   END-READ
                   CLOSE LATE-TERMS-FILE
               END-IF.

           LOAD-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   END-IF
               END-READ.

           LOAD-ESCROW.
               OPEN INPUT ESCROW-FILE
               IF WS-ESC-FILE-OK
                   PERFORM LOAD-ESCROW-LOOP
                       UNTIL END-OF-ESCROW
                   CLOSE ESCROW-FILE
               END-IF.

           LOAD-ESCROW-LOOP.
               READ ESCROW-FILE INTO ESCROW-IO
               AT END
                   MOVE "Y" TO WS-EOF-ESC
               NOT AT END
                   IF WS-ESC-COUNT < WS-ESC-MAX
                       ADD 1 TO WS-ESC-COUNT
                       MOVE ESCROW-IO TO WES-RECORD(WS-ESC-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: only active shares split collections;
      *        a repurchased share stays on file for the record ---
           LOAD-PARTICIPATIONS.
               OPEN INPUT PARTICIPATION-FILE
               IF WS-PART-FILE-OK
                   PERFORM LOAD-PARTICIPATION-LOOP
                       UNTIL END-OF-PARTICIPATIONS
                   CLOSE PARTICIPATION-FILE
               END-IF.

           LOAD-PARTICIPATION-LOOP.
               READ PARTICIPATION-FILE INTO PARTICIPATION-IO
               AT END
                   MOVE "Y" TO WS-EOF-PART
               NOT AT END
                   MOVE PARTICIPATION-IO
                       TO LOAN-PARTICIPATION-RECORD
                   IF LP-ACTIVE
                   AND LP-PCT-SOLD-X IS NUMERIC
                   AND LP-PCT-SOLD > 0
                   AND WS-PART-COUNT < WS-PART-MAX
                       ADD 1 TO WS-PART-COUNT
                       MOVE PARTICIPATION-IO
                           TO WLP-RECORD(WS-PART-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: a day the pipeline did not run settles
      *        nothing ---
           PROCESS-APPROVED-COLLECTIONS.
               NOT AT END
                   MOVE APPROVED-IO TO TRANSACTION-RECORD
                   IF TR-LOAN-PAYMENT
                       EVALUATE TRUE
                           WHEN TR-DESCRIPTION(1:12) = "LOAN PAYOFF "
                               PERFORM APPLY-COLLECTED-PAYOFF
                           WHEN TR-DESCRIPTION(1:12) = "LOAN OFFSET "
                               MOVE TR-DESCRIPTION(13:10)
                                   TO WS-LOOKUP-LOAN-ID
                               MOVE "Y" TO WS-OFFSET-PAYMENT
                               PERFORM APPLY-COLLECTED-PAYMENT
                               PERFORM NOTE-OFFSET-PAID
                           WHEN OTHER
                               MOVE TR-DESCRIPTION(14:10)
                                   TO WS-LOOKUP-LOAN-ID
                               MOVE "N" TO WS-OFFSET-PAYMENT
                               PERFORM APPLY-COLLECTED-PAYMENT
                       END-EVALUATE
                   END-IF
               END-READ.

      *    An offset is applied like any installment; its loan is
      *    remembered so the short collection it replaced is not
      *    also aged as missed.
           NOTE-OFFSET-PAID.
               IF WS-LOAN-FOUND-IDX > 0
                   ADD 1 TO WS-OFFSET-COUNT
                   IF WS-OFFSET-PAID-COUNT < WS-OFFSET-PAID-MAX
                       ADD 1 TO WS-OFFSET-PAID-COUNT
                       MOVE WS-LOOKUP-LOAN-ID
                           TO WOP-LOAN-ID(WS-OFFSET-PAID-COUNT)
                   END-IF
               END-IF.

      *    LOAN-BILLING stamps the loan ID after "LOAN PAYMENT " in
      *    the description, LOAN-OFFSET after "LOAN OFFSET " - the
      *    caller has picked it out; the collected payment's own
      *    reference is saved so both split GL rows carry it - the
      *    ledger line and its GL legs stay one identity.
      *    Unpaid late charges come off the top, then the escrow
      *    slice of a mortgage installment; what is left is the
      *    installment proper.
      *    A revolving line's interest portion is whatever sat in
      *    LN-ACCRUED-INT when the payment collected (the drawn
      *    balance keeps the line alive at zero, so it never closes
      *    as paid off); an installment payment splits on the
      *    monthly rate exactly as always - on the final payment,
      *    what is left past the principal clears any interest a
      *    hardship deferral set aside.
           APPLY-COLLECTED-PAYMENT.
               MOVE TR-REFERENCE          TO WS-ORIG-REFERENCE
               PERFORM FIND-LOAN
               IF WS-LOAN-FOUND-IDX > 0
                   MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                       TO LOAN-MASTER-RECORD
                   MOVE TR-AMOUNT TO WS-APPLY-AMOUNT
                   MOVE TR-AMOUNT TO WS-COLLECTED-AMOUNT
                   PERFORM TAKE-LATE-CHARGES-FIRST
                   PERFORM TAKE-ESCROW-PORTION
                   IF LN-REVOLVING
                       MOVE LN-ACCRUED-INT TO WS-INTEREST-PORTION
                       IF WS-INTEREST-PORTION > WS-APPLY-AMOUNT
                           MOVE WS-APPLY-AMOUNT
                               TO WS-INTEREST-PORTION
                       END-IF
                       SUBTRACT WS-INTEREST-PORTION
                           FROM LN-ACCRUED-INT
                       COMPUTE WS-PERIOD-RATE = LN-ANNUAL-RATE / 12
                       COMPUTE WS-INTEREST-PORTION ROUNDED =
                           LN-PRINCIPAL * WS-PERIOD-RATE
                       IF WS-INTEREST-PORTION > WS-APPLY-AMOUNT
                           MOVE WS-APPLY-AMOUNT
                               TO WS-INTEREST-PORTION
                       END-IF
                   END-IF
                   COMPUTE WS-PRINCIPAL-PORTION =
                       WS-APPLY-AMOUNT - WS-INTEREST-PORTION
                   IF WS-PRINCIPAL-PORTION > LN-PRINCIPAL
                       MOVE LN-PRINCIPAL TO WS-PRINCIPAL-PORTION
                       IF NOT LN-REVOLVING
                           PERFORM TAKE-DEFERRED-INTEREST
                       END-IF
                   END-IF
                   SUBTRACT WS-PRINCIPAL-PORTION FROM LN-PRINCIPAL
                   PERFORM ADVANCE-DUE-DATE
                   MOVE 0 TO LN-MISSED-COUNT
                   IF LN-LATE-CHARGED-X IS NUMERIC
                   AND LN-LATE-CHARGED > 0
                       SUBTRACT 1 FROM LN-LATE-CHARGED
                   END-IF
                   IF LN-PRINCIPAL = 0 AND NOT LN-REVOLVING
                       SET LN-PAID-OFF TO TRUE
                       ADD 1 TO WS-PAID-OFF-COUNT
                   MOVE LOAN-MASTER-RECORD
                       TO WLN-RECORD(WS-LOAN-FOUND-IDX)
                   MOVE "Y" TO WS-LOANS-CHANGED
                   MOVE "PMT" TO WS-PART-EVENT
                   PERFORM WRITE-SPLIT-GL-ROWS
                   SET LH-PAYMENT TO TRUE
                   PERFORM RECORD-COLLECTED-HISTORY
                   ADD 1 TO WS-COLLECTED-COUNT
               END-IF.

      *    Deferred interest (LN-ACCRUED-INT on an installment
      *    note, see LOAN-MODIFY) is collected out of the final
      *    payment's excess over the principal, and booked as
      *    interest.
           TAKE-DEFERRED-INTEREST.
               IF LN-ACCRUED-INT-X IS NUMERIC
               AND LN-ACCRUED-INT > 0
                   COMPUTE WS-DEFERRED-PORTION =
                       WS-APPLY-AMOUNT - WS-INTEREST-PORTION
                       - WS-PRINCIPAL-PORTION
                   IF WS-DEFERRED-PORTION > LN-ACCRUED-INT
                       MOVE LN-ACCRUED-INT TO WS-DEFERRED-PORTION
                   END-IF
                   ADD WS-DEFERRED-PORTION TO WS-INTEREST-PORTION
                   SUBTRACT WS-DEFERRED-PORTION FROM LN-ACCRUED-INT
               END-IF.

      *    LOAN-PAYOFF stamps the loan ID after "LOAN PAYOFF " and
      *    collected exactly the day's payoff figure: late charges
      *    first, then all of the remaining principal, and the
      *    balance of the figure is the final interest.
           APPLY-COLLECTED-PAYOFF.
               MOVE TR-DESCRIPTION(13:10) TO WS-LOOKUP-LOAN-ID
               MOVE TR-REFERENCE          TO WS-ORIG-REFERENCE
               PERFORM FIND-LOAN
               IF WS-LOAN-FOUND-IDX > 0
                   MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                       TO LOAN-MASTER-RECORD
                   MOVE TR-AMOUNT TO WS-APPLY-AMOUNT
                   MOVE TR-AMOUNT TO WS-COLLECTED-AMOUNT
                   PERFORM TAKE-LATE-CHARGES-FIRST
                   MOVE 0 TO WS-ESCROW-PORTION
                   MOVE LN-PRINCIPAL TO WS-PRINCIPAL-PORTION
                   IF WS-PRINCIPAL-PORTION > WS-APPLY-AMOUNT
                       MOVE WS-APPLY-AMOUNT TO WS-PRINCIPAL-PORTION
                   END-IF
                   COMPUTE WS-INTEREST-PORTION =
                       WS-APPLY-AMOUNT - WS-PRINCIPAL-PORTION
                   MOVE 0 TO LN-PRINCIPAL
                   MOVE 0 TO LN-FEE-BALANCE
                   MOVE 0 TO LN-LATE-CHARGED
                   MOVE 0 TO LN-ACCRUED-INT
                   MOVE 0 TO LN-MISSED-COUNT
                   SET LN-PAID-OFF TO TRUE
                   MOVE LOAN-MASTER-RECORD
                       TO WLN-RECORD(WS-LOAN-FOUND-IDX)
                   MOVE "Y" TO WS-LOANS-CHANGED
                   MOVE "PAY" TO WS-PART-EVENT
                   PERFORM WRITE-SPLIT-GL-ROWS
                   SET LH-PAYOFF TO TRUE
                   PERFORM RECORD-COLLECTED-HISTORY
                   PERFORM QUEUE-PAYOFF-NOTICE
                   ADD 1 TO WS-PAYOFF-COUNT
                   ADD 1 TO WS-PAID-OFF-COUNT
               END-IF.

      *    The collected amount with the split the GL rows were just
      *    written from; the caller has set the event.
           RECORD-COLLECTED-HISTORY.
               MOVE LH-EVENT             TO WS-HIST-EVENT
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE WS-HIST-EVENT        TO LH-EVENT
               MOVE LN-LOAN-ID           TO LH-LOAN-ID
               MOVE WS-COLLECTED-AMOUNT  TO LH-AMOUNT
               MOVE WS-PRINCIPAL-PORTION TO LH-PRINCIPAL-AMT
               MOVE WS-INTEREST-PORTION  TO LH-INTEREST-AMT
               MOVE WS-FEE-PORTION       TO LH-FEE-AMT
               MOVE WS-ESCROW-PORTION    TO LH-ESCROW-AMT
               MOVE LN-PRINCIPAL         TO LH-PRINCIPAL-AFTER
               EVALUATE TRUE
                   WHEN LH-PAYOFF
                       MOVE "PAID IN FULL"   TO LH-DESCRIPTION
                   WHEN PAYMENT-BY-OFFSET
                       MOVE "OFFSET RECEIVED" TO LH-DESCRIPTION
                   WHEN OTHER
                       MOVE "PAYMENT RECEIVED" TO LH-DESCRIPTION
               END-EVALUATE
               PERFORM WRITE-LOAN-HISTORY.

      *    A mortgage's payoff owes the borrower the lien release;
      *    every other note gets the paid-in-full letter.
           QUEUE-PAYOFF-NOTICE.
               PERFORM OPEN-NOTICE-FILE
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY        TO NOTICE-OUT-RECORD(1:10)
               IF LN-MORTGAGE
                   MOVE "LIENRLSE"  TO NOTICE-OUT-RECORD(12:8)
               ELSE
                   MOVE "PAIDFULL"  TO NOTICE-OUT-RECORD(12:8)
               END-IF
               MOVE LN-ACCOUNT-ID   TO NOTICE-OUT-RECORD(21:10)
               MOVE WS-COLLECTED-AMOUNT
                                    TO NOTICE-OUT-RECORD(32:11)
               MOVE SPACES          TO NOTICE-OUT-RECORD(44:30)
               STRING "LOAN " DELIMITED SIZE
                   LN-LOAN-ID DELIMITED SIZE
                   " PAID IN FULL" DELIMITED SIZE
                   INTO NOTICE-OUT-RECORD(44:30)
               WRITE NOTICE-OUT-RECORD.

           OPEN-NOTICE-FILE.
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF.

           TAKE-LATE-CHARGES-FIRST.
               MOVE 0 TO WS-FEE-PORTION
               IF LN-FEE-BALANCE-X IS NUMERIC
               AND LN-FEE-BALANCE > 0
                   MOVE LN-FEE-BALANCE TO WS-FEE-PORTION
                   IF WS-FEE-PORTION > WS-APPLY-AMOUNT
                       MOVE WS-APPLY-AMOUNT TO WS-FEE-PORTION
                   END-IF
                   SUBTRACT WS-FEE-PORTION FROM LN-FEE-BALANCE
                   SUBTRACT WS-FEE-PORTION FROM WS-APPLY-AMOUNT
                   ADD WS-FEE-PORTION TO WS-LATE-COLLECTED-TOTAL
               END-IF.

      *    Only an open escrow account on an installment loan
      *    takes a slice - never more than the month's escrow
      *    amount, nor more than the payment has left.
           TAKE-ESCROW-PORTION.
               MOVE 0 TO WS-ESCROW-PORTION
               IF NOT LN-REVOLVING
                   MOVE 0 TO WS-ESC-FOUND-IDX
                   PERFORM VARYING WS-EIDX FROM 1 BY 1
                       UNTIL WS-EIDX > WS-ESC-COUNT
                       IF WES-RECORD(WS-EIDX)(1:10) = LN-LOAN-ID
                           MOVE WS-EIDX TO WS-ESC-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-ESC-FOUND-IDX > 0
                       MOVE WES-RECORD(WS-ESC-FOUND-IDX)
                           TO LOAN-ESCROW-RECORD
                       IF ES-ACTIVE
                       AND ES-MONTHLY-AMOUNT IS NUMERIC
                       AND ES-MONTHLY-AMOUNT > 0
                           MOVE ES-MONTHLY-AMOUNT TO WS-ESCROW-PORTION
                           IF WS-ESCROW-PORTION > WS-APPLY-AMOUNT
                               MOVE WS-APPLY-AMOUNT
                                   TO WS-ESCROW-PORTION
                           END-IF
                           IF ES-BALANCE NOT NUMERIC
                               MOVE 0 TO ES-BALANCE
                           END-IF
                           ADD WS-ESCROW-PORTION TO ES-BALANCE
                           SUBTRACT WS-ESCROW-PORTION
                               FROM WS-APPLY-AMOUNT
                           ADD WS-ESCROW-PORTION
                               TO WS-ESCROW-COLLECTED-TOTAL
                           MOVE LOAN-ESCROW-RECORD
                               TO WES-RECORD(WS-ESC-FOUND-IDX)
                           MOVE "Y" TO WS-ESC-CHANGED
                       END-IF
                   END-IF
               END-IF.

           FIND-LOAN.
               MOVE 0 TO WS-LOAN-FOUND-IDX
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   MOVE "Y" TO WS-IS-LEAP
               END-IF.

      *    Up to four rows per collected payment: LNF carries the
      *    late charges it paid, LNE the escrow deposit, LNP the
      *    principal portion, LNI the interest portion, each booked
      *    through its own chart row by GL-POSTING. On a sold-down
      *    loan LNP and LNI carry only the retained share - the
      *    participants' shares go out first as LPP/LSF rows (see
      *    SPLIT-PARTICIPATIONS); late charges and escrow stay
      *    wholly with the bank as servicer.
           WRITE-SPLIT-GL-ROWS.
               MOVE WS-PRINCIPAL-PORTION TO WS-RETAINED-PRINCIPAL
               MOVE WS-INTEREST-PORTION  TO WS-RETAINED-INTEREST
               IF WS-PART-COUNT > 0
                   PERFORM SPLIT-PARTICIPATIONS
               END-IF
               IF WS-ESCROW-PORTION > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE LN-ACCOUNT-ID      TO TR-ACCOUNT-ID
                   MOVE "LNE"              TO TR-TXN-TYPE
                   MOVE WS-ESCROW-PORTION  TO TR-AMOUNT
                   MOVE SPACES             TO TR-TARGET-ACCOUNT
                   MOVE SPACES             TO TR-DESCRIPTION
                   STRING "LOAN ESCROW " DELIMITED SIZE
                       WS-LOOKUP-LOAN-ID DELIMITED SIZE
                       INTO TR-DESCRIPTION
                   MOVE "APR"              TO TR-STATUS
                   MOVE WS-ORIG-REFERENCE  TO TR-REFERENCE
                   MOVE TRANSACTION-RECORD TO LOAN-GL-RECORD
                   WRITE LOAN-GL-RECORD
               END-IF
               IF WS-FEE-PORTION > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE LN-ACCOUNT-ID      TO TR-ACCOUNT-ID
                   MOVE "LNF"              TO TR-TXN-TYPE
                   MOVE WS-FEE-PORTION     TO TR-AMOUNT
                   MOVE SPACES             TO TR-TARGET-ACCOUNT
                   MOVE SPACES             TO TR-DESCRIPTION
                   STRING "LOAN LATE FEE " DELIMITED SIZE
                       WS-LOOKUP-LOAN-ID DELIMITED SIZE
                       INTO TR-DESCRIPTION
                   MOVE "APR"              TO TR-STATUS
                   MOVE WS-ORIG-REFERENCE  TO TR-REFERENCE
                   MOVE TRANSACTION-RECORD TO LOAN-GL-RECORD
                   WRITE LOAN-GL-RECORD
               END-IF
               IF WS-RETAINED-PRINCIPAL > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE LN-ACCOUNT-ID      TO TR-ACCOUNT-ID
                   MOVE "LNP"              TO TR-TXN-TYPE
                   MOVE WS-RETAINED-PRINCIPAL TO TR-AMOUNT
                   MOVE SPACES             TO TR-TARGET-ACCOUNT
                   MOVE SPACES             TO TR-DESCRIPTION
                   STRING "LOAN PRINCIPAL " DELIMITED SIZE
                   MOVE TRANSACTION-RECORD TO LOAN-GL-RECORD
                   WRITE LOAN-GL-RECORD
               END-IF
               IF WS-RETAINED-INTEREST > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE LN-ACCOUNT-ID      TO TR-ACCOUNT-ID
                   MOVE "LNI"              TO TR-TXN-TYPE
                   MOVE WS-RETAINED-INTEREST TO TR-AMOUNT
                   MOVE SPACES             TO TR-TARGET-ACCOUNT
                   MOVE SPACES             TO TR-DESCRIPTION
                   STRING "LOAN INTEREST " DELIMITED SIZE
                   WRITE LOAN-GL-RECORD
               END-IF.

      *    Each active participant takes its percentage of the
      *    principal and interest collected; the bank keeps a
      *    servicing fee out of the interest share - the share
      *    times LP-SVC-RATE over the note rate, so the participant
      *    earns the note rate less the servicing spread, never
      *    below zero. The net is booked to the remittance payable
      *    (LPP, the participant's principal and net interest) and
      *    the fee to servicing income (LSF); the participant's
      *    shares come off the retained LNP/LNI, so any rounding
      *    penny stays with the bank.
           SPLIT-PARTICIPATIONS.
               MOVE 0 TO WS-PART-TOTAL-PCT
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > WS-PART-COUNT
                   IF WLP-RECORD(WS-PIDX)(1:10) = LN-LOAN-ID
                       MOVE WLP-RECORD(WS-PIDX)
                           TO LOAN-PARTICIPATION-RECORD
                       ADD LP-PCT-SOLD TO WS-PART-TOTAL-PCT
                   END-IF
               END-PERFORM
               IF WS-PART-TOTAL-PCT = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-PART-TOTAL-PCT > 100
                   DISPLAY "  WARNING: Participations on "
                       LN-LOAN-ID " exceed 100% - not split"
                   ADD 1 TO WS-PART-OVERSOLD-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > WS-PART-COUNT
                   IF WLP-RECORD(WS-PIDX)(1:10) = LN-LOAN-ID
                       MOVE WLP-RECORD(WS-PIDX)
                           TO LOAN-PARTICIPATION-RECORD
                       PERFORM SPLIT-ONE-PARTICIPANT
                   END-IF
               END-PERFORM
               ADD 1 TO WS-PART-SPLIT-COUNT.

           SPLIT-ONE-PARTICIPANT.
               COMPUTE WS-SHARE-PRINCIPAL ROUNDED =
                   WS-PRINCIPAL-PORTION * LP-PCT-SOLD / 100
               COMPUTE WS-SHARE-INTEREST ROUNDED =
                   WS-INTEREST-PORTION * LP-PCT-SOLD / 100
               IF WS-SHARE-PRINCIPAL > WS-RETAINED-PRINCIPAL
                   MOVE WS-RETAINED-PRINCIPAL TO WS-SHARE-PRINCIPAL
               END-IF
               IF WS-SHARE-INTEREST > WS-RETAINED-INTEREST
                   MOVE WS-RETAINED-INTEREST TO WS-SHARE-INTEREST
               END-IF
               MOVE 0 TO WS-SHARE-FEE
               IF LP-SVC-RATE-X IS NUMERIC
               AND LP-SVC-RATE > 0
               AND LN-ANNUAL-RATE > 0
                   COMPUTE WS-SHARE-FEE ROUNDED =
                       WS-SHARE-INTEREST * LP-SVC-RATE
                       / LN-ANNUAL-RATE
                   IF WS-SHARE-FEE > WS-SHARE-INTEREST
                       MOVE WS-SHARE-INTEREST TO WS-SHARE-FEE
                   END-IF
               END-IF
               COMPUTE WS-SHARE-NET = WS-SHARE-PRINCIPAL
                   + WS-SHARE-INTEREST - WS-SHARE-FEE
               SUBTRACT WS-SHARE-PRINCIPAL FROM WS-RETAINED-PRINCIPAL
               SUBTRACT WS-SHARE-INTEREST FROM WS-RETAINED-INTEREST
               IF WS-SHARE-NET > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE LN-ACCOUNT-ID      TO TR-ACCOUNT-ID
                   MOVE "LPP"              TO TR-TXN-TYPE
                   MOVE WS-SHARE-NET       TO TR-AMOUNT
                   MOVE SPACES             TO TR-TARGET-ACCOUNT
                   MOVE SPACES             TO TR-DESCRIPTION
                   STRING "LOAN PART " DELIMITED SIZE
                       LP-PARTICIPANT-ID DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-LOOKUP-LOAN-ID DELIMITED SIZE
                       INTO TR-DESCRIPTION
                   MOVE "APR"              TO TR-STATUS
                   MOVE WS-ORIG-REFERENCE  TO TR-REFERENCE
                   MOVE TRANSACTION-RECORD TO LOAN-GL-RECORD
                   WRITE LOAN-GL-RECORD
               END-IF
               IF WS-SHARE-FEE > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE LN-ACCOUNT-ID      TO TR-ACCOUNT-ID
                   MOVE "LSF"              TO TR-TXN-TYPE
                   MOVE WS-SHARE-FEE       TO TR-AMOUNT
                   MOVE SPACES             TO TR-TARGET-ACCOUNT
                   MOVE SPACES             TO TR-DESCRIPTION
                   STRING "SVC FEE " DELIMITED SIZE
                       LP-PARTICIPANT-ID DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-LOOKUP-LOAN-ID DELIMITED SIZE
                       INTO TR-DESCRIPTION
                   MOVE "APR"              TO TR-STATUS
                   MOVE WS-ORIG-REFERENCE  TO TR-REFERENCE
                   MOVE TRANSACTION-RECORD TO LOAN-GL-RECORD
                   WRITE LOAN-GL-RECORD
               END-IF
               ADD WS-SHARE-NET TO WS-PART-REMIT-TOTAL
               ADD WS-SHARE-FEE TO WS-PART-FEE-TOTAL
               PERFORM WRITE-PARTICIPATION-ACTIVITY.

           WRITE-PARTICIPATION-ACTIVITY.
               IF WS-PACT-OPEN NOT = "Y"
                   OPEN EXTEND PART-ACTIVITY-FILE
                   IF NOT WS-PACT-STATUS = "00"
                       OPEN OUTPUT PART-ACTIVITY-FILE
                   END-IF
                   MOVE "Y" TO WS-PACT-OPEN
               END-IF
               INITIALIZE PARTICIPATION-ACTIVITY-RECORD
               MOVE WS-TODAY            TO PA-DATE
               MOVE LN-LOAN-ID          TO PA-LOAN-ID
               MOVE LP-PARTICIPANT-ID   TO PA-PARTICIPANT-ID
               MOVE WS-PART-EVENT       TO PA-EVENT
               MOVE LP-PCT-SOLD         TO PA-PCT
               MOVE WS-SHARE-PRINCIPAL  TO PA-PRINCIPAL
               MOVE WS-SHARE-INTEREST   TO PA-INTEREST
               MOVE WS-SHARE-FEE        TO PA-SVC-FEE
               MOVE WS-SHARE-NET        TO PA-NET-REMIT
               MOVE WS-ORIG-REFERENCE   TO PA-REFERENCE
               COMPUTE PA-PRINCIPAL-AFTER ROUNDED =
                   LN-PRINCIPAL * LP-PCT-SOLD / 100
               MOVE PARTICIPATION-ACTIVITY-RECORD TO PART-ACTIVITY-IO
               WRITE PART-ACTIVITY-IO.

      *    --- Optional file; only E04 counts as a missed payment -
      *        any other reject is a data problem, not delinquency ---
           PROCESS-REJECTED-COLLECTIONS.
                   MOVE "Y" TO WS-EOF-REJ
               NOT AT END
                   MOVE REJECTED-IO TO TRANSACTION-RECORD
                   IF TR-LOAN-PAYMENT
                   AND TR-DESCRIPTION(1:12) = "LOAN PAYOFF "
                       PERFORM RELEASE-REJECTED-PAYOFF
                   ELSE
                   IF TR-LOAN-PAYMENT
                   AND TR-DESCRIPTION(1:12) = "LOAN OFFSET "
                       PERFORM RECORD-REJECTED-OFFSET
                   ELSE
                   IF TR-LOAN-PAYMENT AND TR-ERR-INSUFF-FUNDS
                       MOVE TR-DESCRIPTION(14:10)
                           TO WS-LOOKUP-LOAN-ID
                       PERFORM CHECK-OFFSET-COVERED
                       PERFORM FIND-LOAN
                       IF WS-LOAN-FOUND-IDX > 0
                       AND NOT COLLECTION-COVERED
                           MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                               TO LOAN-MASTER-RECORD
                           ADD 1 TO LN-MISSED-COUNT
                               TO WLN-RECORD(WS-LOAN-FOUND-IDX)
                           MOVE "Y" TO WS-LOANS-CHANGED
                           ADD 1 TO WS-MISSED-COUNT
                           INITIALIZE LOAN-HISTORY-RECORD
                           MOVE LN-LOAN-ID   TO LH-LOAN-ID
                           SET LH-MISSED     TO TRUE
                           MOVE TR-AMOUNT    TO LH-AMOUNT
                           MOVE LN-PRINCIPAL TO LH-PRINCIPAL-AFTER
                           MOVE "PAYMENT RETURNED NSF"
                               TO LH-DESCRIPTION
                           PERFORM WRITE-LOAN-HISTORY
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-READ.

           CHECK-OFFSET-COVERED.
               MOVE "N" TO WS-OFFSET-COVERED
               PERFORM VARYING WS-OPIDX FROM 1 BY 1
                   UNTIL WS-OPIDX > WS-OFFSET-PAID-COUNT
                   IF WOP-LOAN-ID(WS-OPIDX) = WS-LOOKUP-LOAN-ID
                       MOVE "Y" TO WS-OFFSET-COVERED
                   END-IF
               END-PERFORM.

      *    The offset account could not pay after all - the billed
      *    collection's own return already counts the miss, so the
      *    failed offset is only recorded.
           RECORD-REJECTED-OFFSET.
               MOVE TR-DESCRIPTION(13:10) TO WS-LOOKUP-LOAN-ID
               PERFORM FIND-LOAN
               IF WS-LOAN-FOUND-IDX > 0
                   MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                       TO LOAN-MASTER-RECORD
                   INITIALIZE LOAN-HISTORY-RECORD
                   MOVE LN-LOAN-ID       TO LH-LOAN-ID
                   SET LH-OFFSET-RETURNED TO TRUE
                   MOVE TR-AMOUNT        TO LH-AMOUNT
                   MOVE LN-PRINCIPAL     TO LH-PRINCIPAL-AFTER
                   MOVE "OFFSET RETURNED" TO LH-DESCRIPTION
                   PERFORM WRITE-LOAN-HISTORY
                   ADD 1 TO WS-OFFSET-REJ-COUNT
               END-IF.

      *    The payoff never left the deposit account - the loan goes
      *    back to active and bills on its regular schedule.
           RELEASE-REJECTED-PAYOFF.
               MOVE TR-DESCRIPTION(13:10) TO WS-LOOKUP-LOAN-ID
               PERFORM FIND-LOAN
               IF WS-LOAN-FOUND-IDX > 0
                   MOVE WLN-RECORD(WS-LOAN-FOUND-IDX)
                       TO LOAN-MASTER-RECORD
                   IF LN-PAYOFF-PENDING
                       SET LN-ACTIVE TO TRUE
                       MOVE LOAN-MASTER-RECORD
                           TO WLN-RECORD(WS-LOAN-FOUND-IDX)
                       MOVE "Y" TO WS-LOANS-CHANGED
                   END-IF
                   INITIALIZE LOAN-HISTORY-RECORD
                   MOVE LN-LOAN-ID       TO LH-LOAN-ID
                   SET LH-PAYOFF-RETURNED TO TRUE
                   MOVE TR-AMOUNT        TO LH-AMOUNT
                   MOVE LN-PRINCIPAL     TO LH-PRINCIPAL-AFTER
                   MOVE "PAYOFF RETURNED" TO LH-DESCRIPTION
                   PERFORM WRITE-LOAN-HISTORY
                   ADD 1 TO WS-PAYOFF-REJ-COUNT
               END-IF.

      *    Every installment more than the grace period past due
      *    owes one late charge; LN-LATE-CHARGED remembers how many
      *    of the unpaid ones already have theirs, so a loan that
      *    stays late is not charged again each day.
           ASSESS-LATE-CHARGES.
               PERFORM ASSESS-ONE-LOAN
                   VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT.

           ASSESS-ONE-LOAN.
               MOVE WLN-RECORD(WS-LIDX) TO LOAN-MASTER-RECORD
               IF LN-ACTIVE
               AND LN-NEXT-DUE-DATE(1:4) IS NUMERIC
               AND LN-NEXT-DUE-DATE < WS-TODAY
                   IF LN-LATE-CHARGED-X NOT NUMERIC
                       MOVE 0 TO LN-LATE-CHARGED
                   END-IF
                   IF LN-FEE-BALANCE-X NOT NUMERIC
                       MOVE 0 TO LN-FEE-BALANCE
                   END-IF
                   PERFORM COUNT-LATE-INSTALLMENTS
                   IF WS-LATE-INSTALLMENTS > LN-LATE-CHARGED
                       COMPUTE WS-LATE-NEW =
                           WS-LATE-INSTALLMENTS - LN-LATE-CHARGED
                       PERFORM PRICE-LATE-CHARGE
                       PERFORM CHECK-AUTOMATIC-STAY
                       IF BORROWER-IN-STAY
                           MOVE 0 TO WS-LATE-CHARGE
                           ADD WS-LATE-NEW TO WS-LATE-STAYED-COUNT
                       END-IF
                       IF WS-LATE-CHARGE > 0
                           COMPUTE LN-FEE-BALANCE =
                               LN-FEE-BALANCE
                               + (WS-LATE-CHARGE * WS-LATE-NEW)
                           ADD WS-LATE-NEW TO WS-LATE-ASSESSED-COUNT
                           COMPUTE WS-LATE-ASSESSED-TOTAL =
                               WS-LATE-ASSESSED-TOTAL
                               + (WS-LATE-CHARGE * WS-LATE-NEW)
                           INITIALIZE LOAN-HISTORY-RECORD
                           MOVE LN-LOAN-ID   TO LH-LOAN-ID
                           SET LH-LATE-CHARGE TO TRUE
                           COMPUTE LH-AMOUNT =
                               WS-LATE-CHARGE * WS-LATE-NEW
                           MOVE LH-AMOUNT    TO LH-FEE-AMT
                           MOVE LN-PRINCIPAL TO LH-PRINCIPAL-AFTER
                           MOVE "LATE CHARGE"
                               TO LH-DESCRIPTION
                           PERFORM WRITE-LOAN-HISTORY
                       END-IF
                       MOVE WS-LATE-INSTALLMENTS TO LN-LATE-CHARGED
                       MOVE LOAN-MASTER-RECORD TO WLN-RECORD(WS-LIDX)
                       MOVE "Y" TO WS-LOANS-CHANGED
                   END-IF
               END-IF.

      *    Every customer on the loan's payment account is a
      *    borrower for the stay - a co-borrower's filing stops the
      *    charge as surely as the primary's.
           CHECK-AUTOMATIC-STAY.
               MOVE "N" TO WS-STAY-FOUND
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = LN-ACCOUNT-ID
                       PERFORM VARYING WS-BKIDX FROM 1 BY 1
                           UNTIL WS-BKIDX > WS-BK-COUNT
                           IF WBK-CUSTOMER-ID(WS-BKIDX)
                               = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               MOVE "Y" TO WS-STAY-FOUND
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

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

      *    --- Optional file: only a case still filed holds the
      *        stay ---
           LOAD-BANKRUPTCIES.
               OPEN INPUT BANKRUPTCY-FILE
               IF WS-BK-FILE-OK
                   PERFORM READ-ONE-BANKRUPTCY
                       UNTIL END-OF-BK-LOAD
                   CLOSE BANKRUPTCY-FILE
               END-IF.

           READ-ONE-BANKRUPTCY.
               READ BANKRUPTCY-FILE INTO BANKRUPTCY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-BK
               NOT AT END
                   IF BK-STAY-ACTIVE
                   AND BK-CUSTOMER-ID NOT = SPACES
                   AND WS-BK-COUNT < WS-BK-MAX
                       ADD 1 TO WS-BK-COUNT
                       MOVE BK-CUSTOMER-ID
                           TO WBK-CUSTOMER-ID(WS-BK-COUNT)
                   END-IF
               END-READ.

      *    Walks the unpaid due dates forward from LN-NEXT-DUE-DATE
      *    a month at a time (the same clamped advance a collected
      *    payment makes), counting each one past the grace period.
           COUNT-LATE-INSTALLMENTS.
               MOVE 0 TO WS-LATE-INSTALLMENTS
               MOVE "N" TO WS-LATE-COUNT-DONE
               MOVE LN-NEXT-DUE-DATE TO WS-SAVED-DUE-DATE
               PERFORM COUNT-ONE-LATE-INSTALLMENT
                   UNTIL WS-LATE-COUNT-DONE = "Y"
               MOVE WS-SAVED-DUE-DATE TO LN-NEXT-DUE-DATE.

           COUNT-ONE-LATE-INSTALLMENT.
               MOVE LN-NEXT-DUE-DATE(1:4) TO WS-PARSE-INT(1:4)
               MOVE LN-NEXT-DUE-DATE(6:2) TO WS-PARSE-INT(5:2)
               MOVE LN-NEXT-DUE-DATE(9:2) TO WS-PARSE-INT(7:2)
               COMPUTE WS-PARSE-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-TODAY-JULIAN - WS-PARSE-JULIAN
               IF WS-DAYS-PAST-DUE > WS-LATE-GRACE-DAYS
               AND WS-LATE-INSTALLMENTS < 9
                   ADD 1 TO WS-LATE-INSTALLMENTS
                   PERFORM ADVANCE-DUE-DATE
               ELSE
                   MOVE "Y" TO WS-LATE-COUNT-DONE
               END-IF.

      *    A percentage charge needs a payment to take it from - a
      *    line with no level payment takes the flat amount.
           PRICE-LATE-CHARGE.
               IF WS-LATE-PERCENT
               AND LN-PAYMENT-X IS NUMERIC
               AND LN-PAYMENT > 0
                   COMPUTE WS-LATE-CHARGE ROUNDED =
                       LN-PAYMENT * WS-LATE-PCT
               ELSE
                   MOVE WS-LATE-FLAT-AMOUNT TO WS-LATE-CHARGE
               END-IF
               IF WS-LATE-CHARGE > WS-LATE-CAP
                   MOVE WS-LATE-CAP TO WS-LATE-CHARGE
               END-IF.

      *    The caller fills in the loan, event and amounts; the
      *    date and source are stamped here.
           WRITE-LOAN-HISTORY.
               IF WS-HIST-OPEN NOT = "Y"
                   OPEN EXTEND HISTORY-FILE
                   IF NOT WS-HIST-STATUS = "00"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   MOVE "Y" TO WS-HIST-OPEN
               END-IF
               MOVE WS-TODAY       TO LH-DATE
               MOVE "LOAN-SETTLE" TO LH-SOURCE
               MOVE LOAN-HISTORY-RECORD TO HISTORY-IO
               WRITE HISTORY-IO.

           REWRITE-LOANS.
               OPEN OUTPUT LOAN-MASTER-FILE
               PERFORM VARYING WS-LIDX FROM 1 BY 1
               END-PERFORM
               CLOSE LOAN-MASTER-FILE.

           REWRITE-ESCROW.
               OPEN OUTPUT ESCROW-FILE
               PERFORM VARYING WS-EIDX FROM 1 BY 1
                   UNTIL WS-EIDX > WS-ESC-COUNT
                   MOVE WES-RECORD(WS-EIDX) TO ESCROW-IO
                   WRITE ESCROW-IO
               END-PERFORM
               CLOSE ESCROW-FILE.

           WRITE-DELINQUENCY-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LOAN       ACCOUNT    DUE DATE   DAYS "
                   & "MISSED BUCKET            LATE FEES"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-LATE-ASSESSED-TOTAL TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  LATE CHARGES ASSESSED TODAY: " DELIMITED SIZE
                   WS-LATE-ASSESSED-COUNT DELIMITED SIZE
                   "   TOTAL " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE.

           AGE-ONE-LOAN.
               MOVE LN-NEXT-DUE-DATE  TO WS-OUT-LINE(25:10)
               MOVE WS-DISP-DAYS      TO WS-OUT-LINE(37:5)
               MOVE LN-MISSED-COUNT   TO WS-OUT-LINE(45:2)
               IF LN-FEE-BALANCE-X IS NUMERIC
                   MOVE LN-FEE-BALANCE TO WS-RPT-FEE
               ELSE
                   MOVE 0 TO WS-RPT-FEE
               END-IF
               MOVE WS-RPT-FEE        TO WS-OUT-LINE(66:10)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

               DISPLAY "  Payments Collected : " WS-COLLECTED-COUNT
               DISPLAY "  Payments Missed    : " WS-MISSED-COUNT
               DISPLAY "  Loans Paid Off     : " WS-PAID-OFF-COUNT
               DISPLAY "  Payoffs Collected  : " WS-PAYOFF-COUNT
               DISPLAY "  Payoffs Rejected   : " WS-PAYOFF-REJ-COUNT
               DISPLAY "  Offsets Collected  : " WS-OFFSET-COUNT
               DISPLAY "  Offsets Rejected   : " WS-OFFSET-REJ-COUNT
               DISPLAY "  Late Charges       : " WS-LATE-ASSESSED-COUNT
               DISPLAY "  Late Waived (Stay) : " WS-LATE-STAYED-COUNT
               MOVE WS-LATE-ASSESSED-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Late Fees Assessed : " WS-DISP-AMOUNT
               MOVE WS-LATE-COLLECTED-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Late Fees Collected: " WS-DISP-AMOUNT
               MOVE WS-ESCROW-COLLECTED-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Escrow Collected   : " WS-DISP-AMOUNT
               DISPLAY "  Participated Pmts  : " WS-PART-SPLIT-COUNT
               DISPLAY "  Loans Oversold     : " WS-PART-OVERSOLD-COUNT
               MOVE WS-PART-REMIT-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Participant Payable: " WS-DISP-AMOUNT
               MOVE WS-PART-FEE-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Servicing Fees     : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/LOAN-GL-TRANSACTIONS.dat"
               DISPLAY "  → data/output/LOAN-DELINQUENCY-REPORT.dat"
               DISPLAY "  → data/output/NOTICE-REQUESTS.dat"
               DISPLAY "  → data/output/PARTICIPATION-ACTIVITY.dat"
               DISPLAY "==============================================".
