      *                  chart's LRC row as recovery income;
      *                - one summary row per run appends to the
      *                  cumulative CHARGEOFF-SUMMARY.dat, which is
      *                  where LOAN-ALLOWANCE pulls the charge-off and
      *                  recovery totals for the month-end allowance
      *                  calculation.
      *              Charge-offs and recoveries are appended to the
      *              loan's LOAN-HISTORY.dat. A loan inside a
      *              hardship deferral (LOAN-MODIFY's
      *              LOAN-MODIFICATIONS.dat) is held back from
      *              charge-off until its payments resume. A loan
      *              whose borrower (any customer on its payment
      *              account) has a bankruptcy case standing filed in
      *              BANKRUPTCY-FILINGS.dat charges off on the
      *              bankruptcy timetable instead: once it has missed
      *              a collection, WS-BK-CHARGEOFF-DAYS after the
      *              filing or at the ordinary aging threshold,
      *              whichever comes first.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Modifications on record (LOAN-MODIFY) - optional
      *        until the first is applied.
               SELECT MODS-FILE
                   ASSIGN TO "data/output/LOAN-MODIFICATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MODS-STATUS.

      *        Per-loan history - cumulative, appended by every
      *        program that changes a loan.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

      *        Customer links and legal's bankruptcy register.
               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT BANKRUPTCY-FILE
                   ASSIGN TO "data/input/BANKRUPTCY-FILINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.

      *        Optional recovery feed.
               SELECT RECOVERIES-FILE
                   ASSIGN TO "data/input/LOAN-RECOVERIES.dat"
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD MODS-FILE.
           01 MODS-IO               PIC X(200).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD BANKRUPTCY-FILE.
           01 BANKRUPTCY-IO         PIC X(100).

           FD RECOVERIES-FILE.
           01 RECOVERY-IO           PIC X(30).

               88 END-OF-RECOVERIES    VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-MODIFICATION-RECORD.cpy".
           01 WS-MODS-STATUS        PIC XX.
               88 WS-MODS-FILE-OK       VALUE "00".
           01 WS-EOF-MODS           PIC X VALUE "N".
               88 END-OF-MODS          VALUE "Y".

      *    --- Modified loans, one entry per loan with its latest
      *        deferral end ---
           01 WS-MOD-MAX            PIC 9(4) VALUE 2000.
           01 WS-MOD-TABLE.
               05 WS-MOD-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-MIDX.
                   10 WMD-LOAN-ID      PIC X(10).
                   10 WMD-DEFER-END    PIC X(10).
           01 WS-MOD-COUNT          PIC 9(4) VALUE 0.
           01 WS-MOD-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-MOD-STANDING       PIC X VALUE SPACE.
               88 LOAN-NOT-MODIFIED    VALUE SPACE.
               88 LOAN-MODIFIED        VALUE "M".
               88 LOAN-IN-DEFERRAL     VALUE "D".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "BANKRUPTCY-RECORD.cpy".

      *    --- Customers on each account, and those under the
      *        automatic stay with the day they filed ---
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
                   10 WBK-FILING-DATE  PIC X(10).
           01 WS-BK-COUNT           PIC 999 VALUE 0.
           01 WS-STAY-FOUND         PIC X VALUE "N".
               88 BORROWER-IN-STAY     VALUE "Y".
           01 WS-STAY-FILING-DATE   PIC X(10).
           01 WS-DAYS-SINCE-FILING  PIC S9(5).

      *    --- Charge-off threshold ---
           01 WS-CHARGEOFF-DAYS     PIC 9(4) VALUE 120.
      *    --- Days after a bankruptcy filing a delinquent loan is
      *        carried before it is written off ---
           01 WS-BK-CHARGEOFF-DAYS  PIC 9(4) VALUE 60.
           01 WS-CHARGE-REASON      PIC X(20).

      *    --- Loan table, rewritten in full ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-RECOVERED-COUNT    PIC 999 VALUE 0.
           01 WS-RECOVERED-TOTAL    PIC 9(11)V99 VALUE 0.
           01 WS-UNMATCHED-COUNT    PIC 999 VALUE 0.
           01 WS-DEFERRED-HELD-COUNT PIC 999 VALUE 0.
           01 WS-BANKRUPT-CHG-COUNT PIC 999 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(80).

                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM LOAD-MODIFICATIONS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-BANKRUPTCIES
               OPEN OUTPUT CHG-GL-FILE
               PERFORM CHARGE-OFF-AGED-LOANS
               PERFORM APPLY-RECOVERIES
               CLOSE CHG-GL-FILE
               IF WS-HIST-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-LOANS-CHANGED = "Y"
                   PERFORM REWRITE-LOANS
               END-IF
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-JULIAN - WS-PARSE-JULIAN
                   PERFORM CHECK-AUTOMATIC-STAY
                   MOVE "CHARGED OFF" TO WS-CHARGE-REASON
                   IF BORROWER-IN-STAY
                   AND WS-DAYS-SINCE-FILING >= WS-BK-CHARGEOFF-DAYS
                       MOVE "BANKRUPTCY CHARGEOFF"
                           TO WS-CHARGE-REASON
                       ADD 1 TO WS-BANKRUPT-CHG-COUNT
                       PERFORM CHARGE-OFF-ONE-LOAN
                   ELSE
                   IF WS-DAYS-PAST-DUE >= WS-CHARGEOFF-DAYS
                       PERFORM FIND-LOAN-MODIFICATION
                       IF LOAN-IN-DEFERRAL
                           ADD 1 TO WS-DEFERRED-HELD-COUNT
                       ELSE
                           PERFORM CHARGE-OFF-ONE-LOAN
                       END-IF
                   END-IF
                   END-IF
               END-IF.

      *    Every customer on the loan's payment account is a
      *    borrower for the stay; the earliest of their filings
      *    starts the bankruptcy clock.
           CHECK-AUTOMATIC-STAY.
               MOVE "N" TO WS-STAY-FOUND
               MOVE HIGH-VALUES TO WS-STAY-FILING-DATE
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = LN-ACCOUNT-ID
                       PERFORM VARYING WS-BKIDX FROM 1 BY 1
                           UNTIL WS-BKIDX > WS-BK-COUNT
                           IF WBK-CUSTOMER-ID(WS-BKIDX)
                               = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               MOVE "Y" TO WS-STAY-FOUND
                               IF WBK-FILING-DATE(WS-BKIDX)
                                   < WS-STAY-FILING-DATE
                                   MOVE WBK-FILING-DATE(WS-BKIDX)
                                       TO WS-STAY-FILING-DATE
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-DAYS-SINCE-FILING
               IF BORROWER-IN-STAY
               AND WS-STAY-FILING-DATE(1:4) IS NUMERIC
                   MOVE WS-STAY-FILING-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE WS-STAY-FILING-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE WS-STAY-FILING-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PARSE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                   COMPUTE WS-DAYS-SINCE-FILING =
                       WS-TODAY-JULIAN - WS-PARSE-JULIAN
               END-IF.

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
                       MOVE BK-FILING-DATE
                           TO WBK-FILING-DATE(WS-BK-COUNT)
                   END-IF
               END-READ.

           CHARGE-OFF-ONE-LOAN.
               SET LN-CHARGED-OFF TO TRUE
               MOVE LOAN-MASTER-RECORD
                   TO WLN-RECORD(WS-LIDX)
               MOVE "Y" TO WS-LOANS-CHANGED
               PERFORM WRITE-LCO-GL-ROW
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE LN-LOAN-ID     TO LH-LOAN-ID
               SET LH-CHARGED-OFF  TO TRUE
               MOVE LN-PRINCIPAL   TO LH-AMOUNT
               MOVE LN-PRINCIPAL   TO LH-PRINCIPAL-AFTER
               MOVE WS-CHARGE-REASON TO LH-DESCRIPTION
               PERFORM WRITE-LOAN-HISTORY
               ADD 1 TO WS-CHARGED-COUNT
               ADD LN-PRINCIPAL TO WS-CHARGED-TOTAL.

      *    Write-off pair via the chart's LCO row: debit allowance
      *    for loan losses, credit loans receivable.
           WRITE-LCO-GL-ROW.
                               TO WLN-RECORD(WS-LOAN-FOUND-IDX)
                           MOVE "Y" TO WS-LOANS-CHANGED
                           PERFORM WRITE-LRC-GL-ROW
                           INITIALIZE LOAN-HISTORY-RECORD
                           MOVE LN-LOAN-ID     TO LH-LOAN-ID
                           SET LH-RECOVERY     TO TRUE
                           MOVE WS-REC-AMOUNT  TO LH-AMOUNT
                           MOVE WS-REC-AMOUNT  TO LH-PRINCIPAL-AMT
                           MOVE LN-PRINCIPAL   TO LH-PRINCIPAL-AFTER
                           MOVE "RECOVERY"     TO LH-DESCRIPTION
                           PERFORM WRITE-LOAN-HISTORY
                           ADD 1 TO WS-RECOVERED-COUNT
                           ADD WS-REC-AMOUNT TO WS-RECOVERED-TOTAL
                       ELSE
               MOVE TRANSACTION-RECORD TO CHG-GL-RECORD
               WRITE CHG-GL-RECORD.

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
               MOVE "LOAN-CHARGEOFF" TO LH-SOURCE
               MOVE LOAN-HISTORY-RECORD TO HISTORY-IO
               WRITE HISTORY-IO.

      *    --- Optional file: no modifications on record until
      *        LOAN-MODIFY applies the first ---
           LOAD-MODIFICATIONS.
               OPEN INPUT MODS-FILE
               IF WS-MODS-FILE-OK
                   PERFORM LOAD-ONE-MODIFICATION
                       UNTIL END-OF-MODS
                   CLOSE MODS-FILE
               END-IF.

           LOAD-ONE-MODIFICATION.
               READ MODS-FILE INTO MODS-IO
               AT END
                   MOVE "Y" TO WS-EOF-MODS
               NOT AT END
                   MOVE MODS-IO TO LOAN-MODIFICATION-RECORD
                   MOVE 0 TO WS-MOD-FOUND-IDX
                   PERFORM VARYING WS-MIDX FROM 1 BY 1
                       UNTIL WS-MIDX > WS-MOD-COUNT
                       IF WMD-LOAN-ID(WS-MIDX) = LMD-LOAN-ID
                           MOVE WS-MIDX TO WS-MOD-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-MOD-FOUND-IDX = 0
                   AND WS-MOD-COUNT < WS-MOD-MAX
                       ADD 1 TO WS-MOD-COUNT
                       MOVE WS-MOD-COUNT TO WS-MOD-FOUND-IDX
                       MOVE LMD-LOAN-ID TO WMD-LOAN-ID(WS-MOD-COUNT)
                       MOVE SPACES TO WMD-DEFER-END(WS-MOD-COUNT)
                   END-IF
                   IF WS-MOD-FOUND-IDX > 0
                   AND LMD-DEFER-END-DATE(1:4) IS NUMERIC
                   AND LMD-DEFER-END-DATE >
                       WMD-DEFER-END(WS-MOD-FOUND-IDX)
                       MOVE LMD-DEFER-END-DATE
                           TO WMD-DEFER-END(WS-MOD-FOUND-IDX)
                   END-IF
               END-READ.

      *    The loan in LOAN-MASTER-RECORD: modified at all, and
      *    still inside a deferral (payments resume after today).
           FIND-LOAN-MODIFICATION.
               SET LOAN-NOT-MODIFIED TO TRUE
               PERFORM VARYING WS-MIDX FROM 1 BY 1
                   UNTIL WS-MIDX > WS-MOD-COUNT
                   IF WMD-LOAN-ID(WS-MIDX) = LN-LOAN-ID
                       SET LOAN-MODIFIED TO TRUE
                       IF WMD-DEFER-END(WS-MIDX) NOT = SPACES
                       AND WMD-DEFER-END(WS-MIDX) > WS-TODAY
                           SET LOAN-IN-DEFERRAL TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

           REWRITE-LOANS.
               OPEN OUTPUT LOAN-MASTER-FILE
               PERFORM VARYING WS-LIDX FROM 1 BY 1
               MOVE WS-RECOVERED-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Recovery Total     : " WS-DISP-AMOUNT
               DISPLAY "  Unmatched Rows     : " WS-UNMATCHED-COUNT
               DISPLAY "  Held In Deferral   : " WS-DEFERRED-HELD-COUNT
               DISPLAY "  Bankruptcy C/O     : " WS-BANKRUPT-CHG-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/LOAN-CHARGEOFF-GL.dat"
               DISPLAY "  → data/output/CHARGEOFF-SUMMARY.dat"
