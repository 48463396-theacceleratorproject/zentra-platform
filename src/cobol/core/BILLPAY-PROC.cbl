      *================================================================
      * PROGRAM:    BILLPAY-PROC.cbl
      * DESCRIPTION: Online bill pay. Each customer keeps a payee
      *              book on BILLPAY-PAYEES.dat (see
      *              BILLPAY-PAYEE-RECORD.cpy) and asks for payments
      *              on the optional BILLPAY-REQUESTS.dat feed (see
      *              BILLPAY-REQUEST-RECORD.cpy). A request is taken
      *              when the payee is active in the customer's own
      *              book, the paying account is tied to the customer
      *              on CUSTOMER-ACCOUNT-LINKS.dat, and the
      *              TXN-RULE-CHECK service finds the account on file
      *              and open (an electronic payee's routing number
      *              must also pass its ABA check digit). Each
      *              accepted payment draws a payment ID
      *              ("P" + YYMMDD + a 5-digit within-day
      *              sequence, continuing from the highest already
      *              on the status file) and is dispatched one of two
      *              ways, both debited through the normal pipeline:
      *                - a payee with a bank routing number and
      *                  account is paid electronically: an ACH debit
      *                  described "BILLPAY <payment ID>" goes onto
      *                  DAILY-TRANSACTIONS.dat and TXN-PROCESSOR
      *                  sends it out on OUTBOUND-ACH.dat once it
      *                  posts;
      *                - any other payee is paid by official check:
      *                  a request carrying the payee's remit address
      *                  and the customer's account number with the
      *                  payee (the memo line) is appended to
      *                  OFFICIAL-CHECK-REQUESTS.dat, where
      *                  OFFICIAL-CHECK-ISSUE raises the purchaser's
      *                  debit, registers the check and sends it to
      *                  the printer.
      *              The per-payment charge for the paying account's
      *              type (FEE-SCHEDULE.dat columns 81-87 electronic,
      *              88-94 by check; spaces mean free) goes onto the
      *              feed as a FEE - the same direct route
      *              ACH-INBOUND-PROC's block charge takes.
      *              Every payment is followed on the persistent
      *              BILLPAY-PAYMENTS.dat status file (see
      *              BILLPAY-PAYMENT-RECORD.cpy). Before the day's
      *              requests are taken, the prior night's results
      *              move each payment along: an ACH payment found on
      *              OUTBOUND-ACH.dat is sent, then cleared by a
      *              match on ACH-SETTLEMENTS.dat or returned by an
      *              applied row on ACH-RETURN-RESULTS.dat (the same
      *              routing/account/amount/date key those programs
      *              match on); a check payment follows its register
      *              row on OFFICIAL-CHECKS-OUTSTANDING.dat
      *              (outstanding = sent, presented = cleared,
      *              escheated = returned). A payment whose debit
      *              never posted is marked unpaid.
      *              The request feed is drained once taken in. Runs
      *              after the ACH return and settlement steps and
      *              before OFFICIAL-CHECK-ISSUE and TXN-VALIDATOR, so
      *              the day's payments post tonight.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BILLPAY-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: a day with no bill payments still
      *        moves the status file along.
               SELECT REQUESTS-FILE
                   ASSIGN TO "data/input/BILLPAY-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.

               SELECT PAYEES-FILE
                   ASSIGN TO "data/input/BILLPAY-PAYEES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYEE-STATUS.

               SELECT LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LINK-STATUS.

               SELECT FEE-SCHEDULE-FILE
                   ASSIGN TO "data/input/FEE-SCHEDULE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEESCHED-STATUS.

      *        Payment-status file, persisted across runs - same
      *        load-in-full/rewrite-in-full continuity the
      *        official-check register gets.
               SELECT PAYMENTS-FILE
                   ASSIGN TO "data/output/BILLPAY-PAYMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-STATUS.

      *        The prior night's results, read only.
               SELECT OUTBOUND-ACH-FILE
                   ASSIGN TO "data/output/OUTBOUND-ACH.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUTACH-STATUS.

               SELECT SETTLEMENTS-FILE
                   ASSIGN TO "data/input/ACH-SETTLEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SETTLE-STATUS.

               SELECT RETURNS-FILE
                   ASSIGN TO "data/output/ACH-RETURN-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETURN-STATUS.

               SELECT REGISTER-FILE
                   ASSIGN TO
                       "data/output/OFFICIAL-CHECKS-OUTSTANDING.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REG-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

               SELECT OC-REQUEST-FILE
                   ASSIGN TO "data/input/OFFICIAL-CHECK-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OCREQ-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/BILLPAY-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REQUESTS-FILE.
           01 REQUEST-IO            PIC X(100).

           FD PAYEES-FILE.
           01 PAYEE-IO              PIC X(200).

           FD LINKS-FILE.
           01 LINK-IO               PIC X(100).

      *    Columns 81-94 (the bill-pay charges) belong to this
      *    program; the other readers of the row stop at column 80.
           FD FEE-SCHEDULE-FILE.
           01 FEE-SCHEDULE-IO       PIC X(94).

           FD PAYMENTS-FILE.
           01 PAYMENT-IO            PIC X(140).

           FD OUTBOUND-ACH-FILE.
           01 OUTBOUND-ACH-IO       PIC X(90).

           FD SETTLEMENTS-FILE.
           01 SETTLEMENT-IO         PIC X(50).

           FD RETURNS-FILE.
           01 RETURN-IO             PIC X(100).

           FD REGISTER-FILE.
           01 REGISTER-IO           PIC X(100).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(116).

           FD OC-REQUEST-FILE.
           01 OC-REQUEST-IO         PIC X(200).

           FD RESULTS-FILE.
           01 RESULT-IO             PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK        VALUE "00".
           01 WS-PAYEE-STATUS       PIC XX.
               88 WS-PAYEE-FILE-OK      VALUE "00".
           01 WS-LINK-STATUS        PIC XX.
               88 WS-LINK-FILE-OK       VALUE "00".
           01 WS-FEESCHED-STATUS    PIC XX.
               88 WS-FEESCHED-FILE-OK   VALUE "00".
           01 WS-PAY-STATUS         PIC XX.
               88 WS-PAY-FILE-OK        VALUE "00".
           01 WS-OUTACH-STATUS      PIC XX.
               88 WS-OUTACH-FILE-OK     VALUE "00".
           01 WS-SETTLE-STATUS      PIC XX.
               88 WS-SETTLE-FILE-OK     VALUE "00".
           01 WS-RETURN-STATUS      PIC XX.
               88 WS-RETURN-FILE-OK     VALUE "00".
           01 WS-REG-STATUS         PIC XX.
               88 WS-REG-FILE-OK        VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
           01 WS-OCREQ-STATUS       PIC XX.
           01 WS-RESULT-STATUS      PIC XX.
               88 WS-RESULT-FILE-OK     VALUE "00".
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 END-OF-REQUESTS      VALUE "Y".
           01 WS-EOF-PAYEE          PIC X VALUE "N".
               88 END-OF-PAYEES        VALUE "Y".
           01 WS-EOF-LINK           PIC X VALUE "N".
               88 END-OF-LINKS         VALUE "Y".
           01 WS-EOF-FEESCHED       PIC X VALUE "N".
               88 END-OF-FEESCHED      VALUE "Y".
           01 WS-EOF-PAY            PIC X VALUE "N".
               88 END-OF-PAYMENTS      VALUE "Y".
           01 WS-EOF-SCAN           PIC X VALUE "N".
               88 END-OF-SCAN          VALUE "Y".

           COPY "BILLPAY-PAYEE-RECORD.cpy".
           COPY "BILLPAY-REQUEST-RECORD.cpy".
           COPY "BILLPAY-PAYMENT-RECORD.cpy".
           COPY "OFFICIAL-CHECK-RECORD.cpy".
           COPY "OFFICIAL-CHECK-REQ-RECORD.cpy".
           COPY "ACH-RETURN-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "RULE-CHECK-AREA.cpy".

      *    --- Payee books, all customers ---
           01 WS-PAYEE-MAX          PIC 9(5) VALUE 5000.
           01 WS-PAYEE-TABLE.
               05 WS-PAYEE-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-PY-IDX.
                   10 WPY-RECORD       PIC X(200).
           01 WS-PAYEE-COUNT        PIC 9(5) VALUE 0.
           01 WS-PAYEE-FOUND-IDX    PIC 9(5) VALUE 0.

      *    --- Customer-to-account ties ---
           01 WS-LINK-MAX           PIC 9(4) VALUE 9999.
           01 WS-LINK-TABLE.
               05 WS-LINK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-LK-IDX.
                   10 WLK-CUSTOMER-ID  PIC X(10).
                   10 WLK-ACCOUNT-ID   PIC X(10).
           01 WS-LINK-COUNT         PIC 9(4) VALUE 0.
           01 WS-LINK-FOUND         PIC X VALUE "N".
               88 ACCOUNT-IS-LINKED    VALUE "Y".

      *    --- Per-payment charges per account type, from columns
      *        81-87 (electronic) and 88-94 (check) of the
      *        fee-schedule row ---
           01 WS-BPFEE-MAX          PIC 99 VALUE 20.
           01 WS-BPFEE-TABLE.
               05 WS-BPFEE-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-BF-IDX.
                   10 WBF-ACCT-TYPE    PIC X(10).
                   10 WBF-ELEC-FEE     PIC 9(5)V99.
                   10 WBF-CHECK-FEE    PIC 9(5)V99.
           01 WS-BPFEE-COUNT        PIC 99 VALUE 0.
           01 WS-BPFEE-X            PIC X(07).
           01 WS-BPFEE REDEFINES WS-BPFEE-X
                               PIC 9(5)V99.
           01 WS-PAYMENT-FEE        PIC 9(5)V99 VALUE 0.

      *    --- Payment-status table ---
           01 WS-PAY-MAX            PIC 9(5) VALUE 5000.
           01 WS-PAY-TABLE.
               05 WS-PAY-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-PAY-IDX.
                   10 WBS-RECORD       PIC X(140).
      *            Set when the payment's own trace was found in
      *            tonight's scan of the ACH file or the register.
                   10 WBS-SEEN         PIC X(01).
           01 WS-PAY-COUNT          PIC 9(5) VALUE 0.
           01 WS-NEXT-SEQ           PIC 9(5) VALUE 1.
           01 WS-SEQ-PARSE          PIC 9(5).
           01 WS-PAYMENT-ID         PIC X(12).
           01 WS-TODAY-ID-PREFIX    PIC X(07).

      *    Final rows (cleared, returned, unpaid) stay this many days
      *    for customer service, then drop off.
           01 WS-STATUS-KEEP-DAYS   PIC 9(3) VALUE 90.

      *    --- ABA check digit (same test ACH-ORIG-INTAKE makes):
      *        weights 3-7-1 across the nine digits must sum to a
      *        multiple of ten ---
           01 WS-RTE-CHECK          PIC X(09).
           01 WS-RTE-DIGITS REDEFINES WS-RTE-CHECK.
               05 WS-RTE-DIGIT      PIC 9 OCCURS 9 TIMES.
           01 WS-RTE-SUM            PIC 9(4) VALUE 0.
           01 WS-RTE-QUOT           PIC 9(4) VALUE 0.
           01 WS-RTE-REM            PIC 9(2) VALUE 0.

      *    --- Scan work areas ---
           01 WS-SCAN-ID            PIC X(12).
           01 WS-SET-AMOUNT-X       PIC X(11).
           01 WS-SET-AMOUNT REDEFINES WS-SET-AMOUNT-X
                               PIC 9(9)V99.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(8).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(8).
           01 WS-ROW-AGE            PIC S9(8).

      *    --- Counters ---
           01 WS-REQ-COUNT          PIC 9(5) VALUE 0.
           01 WS-ACCEPTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
           01 WS-ELEC-COUNT         PIC 9(5) VALUE 0.
           01 WS-CHECK-COUNT        PIC 9(5) VALUE 0.
           01 WS-FEE-COUNT          PIC 9(5) VALUE 0.
           01 WS-SENT-COUNT         PIC 9(5) VALUE 0.
           01 WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
           01 WS-RETURNED-COUNT     PIC 9(5) VALUE 0.
           01 WS-UNPAID-COUNT       PIC 9(5) VALUE 0.
           01 WS-PURGED-COUNT       PIC 9(5) VALUE 0.
           01 WS-TOTAL-PAID         PIC 9(11)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-FEED-OPEN          PIC X VALUE "N".
           01 WS-OCREQ-OPEN         PIC X VALUE "N".

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-PAYMENT-STATUS
               IF WS-PAY-COUNT > 0
                   PERFORM REFRESH-PAYMENT-STATUS
               END-IF
               OPEN INPUT REQUESTS-FILE
               IF WS-REQ-FILE-OK
                   PERFORM INIT-RULE-SERVICE
                   PERFORM LOAD-PAYEES
                   PERFORM LOAD-LINKS
                   PERFORM LOAD-BILLPAY-FEE-SCHEDULE
                   OPEN OUTPUT RESULTS-FILE
                   IF NOT WS-RESULT-FILE-OK
                       DISPLAY "ERROR: Cannot open BILLPAY-RESULTS.dat"
                       DISPLAY "FILE STATUS: " WS-RESULT-STATUS
                       STOP RUN
                   END-IF
                   PERFORM PROCESS-ONE-REQUEST
                       UNTIL END-OF-REQUESTS
                   CLOSE REQUESTS-FILE
                   CLOSE RESULTS-FILE
                   OPEN OUTPUT REQUESTS-FILE
                   CLOSE REQUESTS-FILE
                   IF WS-FEED-OPEN = "Y"
                       CLOSE DAILY-TXN-FILE
                   END-IF
                   IF WS-OCREQ-OPEN = "Y"
                       CLOSE OC-REQUEST-FILE
                   END-IF
               ELSE
                   DISPLAY "  No BILLPAY-REQUESTS.dat - no new bill "
                       "payments today"
               END-IF
               IF WS-PAY-COUNT > 0 OR WS-PURGED-COUNT > 0
                   PERFORM REWRITE-PAYMENT-STATUS
               END-IF
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
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
               MOVE SPACES TO WS-TODAY-ID-PREFIX
               STRING "P" DELIMITED SIZE
                   WS-TODAY(3:2) DELIMITED SIZE
                   WS-TODAY(6:2) DELIMITED SIZE
                   WS-TODAY(9:2) DELIMITED SIZE
                   INTO WS-TODAY-ID-PREFIX.

      *================================================================
      *    The payment-status file: loaded in full, aged final rows
      *    dropped, the day's next sequence taken from the highest
      *    ID already issued today.
      *================================================================
           LOAD-PAYMENT-STATUS.
               OPEN INPUT PAYMENTS-FILE
               IF WS-PAY-FILE-OK
                   PERFORM LOAD-ONE-PAYMENT-ROW
                       UNTIL END-OF-PAYMENTS
                   CLOSE PAYMENTS-FILE
               END-IF.

           LOAD-ONE-PAYMENT-ROW.
               READ PAYMENTS-FILE INTO PAYMENT-IO
               AT END
                   MOVE "Y" TO WS-EOF-PAY
               NOT AT END
                   MOVE PAYMENT-IO TO BILLPAY-PAYMENT-RECORD
                   PERFORM AGE-PAYMENT-ROW
                   IF WS-ROW-AGE > WS-STATUS-KEEP-DAYS
                   AND BPS-FINAL
                       ADD 1 TO WS-PURGED-COUNT
                   ELSE
                       IF WS-PAY-COUNT < WS-PAY-MAX
                           ADD 1 TO WS-PAY-COUNT
                           MOVE PAYMENT-IO TO WBS-RECORD(WS-PAY-COUNT)
                           MOVE "N" TO WBS-SEEN(WS-PAY-COUNT)
                           IF BPS-PAYMENT-ID(1:7) = WS-TODAY-ID-PREFIX
                           AND BPS-PAYMENT-ID(8:5) IS NUMERIC
                               MOVE BPS-PAYMENT-ID(8:5)
                                   TO WS-SEQ-PARSE
                               IF WS-SEQ-PARSE >= WS-NEXT-SEQ
                                   COMPUTE WS-NEXT-SEQ =
                                       WS-SEQ-PARSE + 1
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *    Age is counted from the last status change.
           AGE-PAYMENT-ROW.
               MOVE 0 TO WS-ROW-AGE
               IF BPS-STATUS-DATE(1:4) IS NUMERIC
                   MOVE BPS-STATUS-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE BPS-STATUS-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE BPS-STATUS-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PARSE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                   COMPUTE WS-ROW-AGE =
                       WS-TODAY-JULIAN - WS-PARSE-JULIAN
               END-IF.

           REWRITE-PAYMENT-STATUS.
               OPEN OUTPUT PAYMENTS-FILE
               PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
                   MOVE WBS-RECORD(WS-PAY-IDX) TO PAYMENT-IO
                   WRITE PAYMENT-IO
               END-PERFORM
               CLOSE PAYMENTS-FILE.

      *================================================================
      *    Moving each payment along from the prior night's results.
      *================================================================
           REFRESH-PAYMENT-STATUS.
               PERFORM SCAN-OUTBOUND-ACH
               PERFORM SCAN-ACH-SETTLEMENTS
               PERFORM SCAN-ACH-RETURNS
               PERFORM SCAN-CHECK-REGISTER
               PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
                   PERFORM MARK-IF-UNPAID
               END-PERFORM.

      *    The ACH payment went out once TXN-PROCESSOR wrote it to
      *    the outbound file - an unpaid one included, when an
      *    officer paid its debit into overdraft after all.
           SCAN-OUTBOUND-ACH.
               MOVE "N" TO WS-EOF-SCAN
               OPEN INPUT OUTBOUND-ACH-FILE
               IF WS-OUTACH-FILE-OK
                   PERFORM SCAN-ONE-OUTBOUND-ROW
                       UNTIL END-OF-SCAN
                   CLOSE OUTBOUND-ACH-FILE
               END-IF.

           SCAN-ONE-OUTBOUND-ROW.
               READ OUTBOUND-ACH-FILE INTO OUTBOUND-ACH-IO
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
               NOT AT END
                   IF OUTBOUND-ACH-IO(59:8) = "BILLPAY "
                       MOVE OUTBOUND-ACH-IO(67:12) TO WS-SCAN-ID
                       PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                           UNTIL WS-PAY-IDX > WS-PAY-COUNT
                           IF WBS-RECORD(WS-PAY-IDX)(1:12)
                               = WS-SCAN-ID
                               PERFORM MARK-ACH-SENT
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ.

           MARK-ACH-SENT.
               MOVE WBS-RECORD(WS-PAY-IDX) TO BILLPAY-PAYMENT-RECORD
               MOVE "Y" TO WBS-SEEN(WS-PAY-IDX)
               IF BPS-ELECTRONIC
               AND (BPS-PENDING OR BPS-UNPAID)
                   SET BPS-SENT TO TRUE
                   MOVE WS-TODAY TO BPS-STATUS-DATE
                   MOVE BILLPAY-PAYMENT-RECORD
                       TO WBS-RECORD(WS-PAY-IDX)
                   ADD 1 TO WS-SENT-COUNT
               END-IF.

      *    Settlement and return rows carry the natural key the
      *    item went out with: routing, account, amount and date.
           SCAN-ACH-SETTLEMENTS.
               MOVE "N" TO WS-EOF-SCAN
               OPEN INPUT SETTLEMENTS-FILE
               IF WS-SETTLE-FILE-OK
                   PERFORM SCAN-ONE-SETTLEMENT-ROW
                       UNTIL END-OF-SCAN
                   CLOSE SETTLEMENTS-FILE
               END-IF.

           SCAN-ONE-SETTLEMENT-ROW.
               READ SETTLEMENTS-FILE INTO SETTLEMENT-IO
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
               NOT AT END
                   MOVE SETTLEMENT-IO(20:11) TO WS-SET-AMOUNT-X
                   IF WS-SET-AMOUNT IS NUMERIC
                       PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                           UNTIL WS-PAY-IDX > WS-PAY-COUNT
                           PERFORM MATCH-SETTLEMENT
                       END-PERFORM
                   END-IF
               END-READ.

           MATCH-SETTLEMENT.
               MOVE WBS-RECORD(WS-PAY-IDX) TO BILLPAY-PAYMENT-RECORD
               IF BPS-ELECTRONIC AND BPS-SENT
               AND BPS-ROUTING = SETTLEMENT-IO(1:9)
               AND BPS-EXT-ACCOUNT = SETTLEMENT-IO(10:10)
               AND BPS-AMOUNT = WS-SET-AMOUNT
               AND BPS-SEND-DATE = SETTLEMENT-IO(31:10)
                   SET BPS-CLEARED TO TRUE
                   MOVE WS-TODAY TO BPS-STATUS-DATE
                   MOVE BILLPAY-PAYMENT-RECORD
                       TO WBS-RECORD(WS-PAY-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF.

      *    Only a return ACH-RETURN-PROC actually applied counts; a
      *    return beats a settlement seen the same night.
           SCAN-ACH-RETURNS.
               MOVE "N" TO WS-EOF-SCAN
               OPEN INPUT RETURNS-FILE
               IF WS-RETURN-FILE-OK
                   PERFORM SCAN-ONE-RETURN-ROW
                       UNTIL END-OF-SCAN
                   CLOSE RETURNS-FILE
               END-IF.

           SCAN-ONE-RETURN-ROW.
               READ RETURNS-FILE INTO RETURN-IO
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
               NOT AT END
                   MOVE RETURN-IO TO ACH-RETURN-RECORD
                   IF ART-APPLIED
                       PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                           UNTIL WS-PAY-IDX > WS-PAY-COUNT
                           PERFORM MATCH-RETURN
                       END-PERFORM
                   END-IF
               END-READ.

           MATCH-RETURN.
               MOVE WBS-RECORD(WS-PAY-IDX) TO BILLPAY-PAYMENT-RECORD
               IF BPS-ELECTRONIC
               AND (BPS-SENT OR BPS-CLEARED)
               AND BPS-ROUTING = ART-ROUTING
               AND BPS-EXT-ACCOUNT = ART-EXT-ACCOUNT
               AND BPS-AMOUNT = ART-AMOUNT
               AND BPS-SEND-DATE = ART-ORIG-DATE
                   IF BPS-CLEARED AND BPS-STATUS-DATE = WS-TODAY
                       SUBTRACT 1 FROM WS-CLEARED-COUNT
                   END-IF
                   SET BPS-RETURNED TO TRUE
                   MOVE ART-REASON-CODE TO BPS-RETURN-REASON
                   MOVE WS-TODAY TO BPS-STATUS-DATE
                   MOVE BILLPAY-PAYMENT-RECORD
                       TO WBS-RECORD(WS-PAY-IDX)
                   ADD 1 TO WS-RETURNED-COUNT
               END-IF.

      *    A check payment follows its register row: outstanding
      *    once the debit posted, presented when the payee cashed
      *    it, escheated when it never was. A row the register
      *    dropped means the debit was refused.
           SCAN-CHECK-REGISTER.
               MOVE "N" TO WS-EOF-SCAN
               OPEN INPUT REGISTER-FILE
               IF WS-REG-FILE-OK
                   PERFORM SCAN-ONE-REGISTER-ROW
                       UNTIL END-OF-SCAN
                   CLOSE REGISTER-FILE
               END-IF.

           SCAN-ONE-REGISTER-ROW.
               READ REGISTER-FILE INTO REGISTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
               NOT AT END
                   MOVE REGISTER-IO TO OFFICIAL-CHECK-RECORD
                   IF OCK-BILLPAY-ID NOT = SPACES
                       PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                           UNTIL WS-PAY-IDX > WS-PAY-COUNT
                           IF WBS-RECORD(WS-PAY-IDX)(1:12)
                               = OCK-BILLPAY-ID
                               PERFORM FOLLOW-CHECK
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ.

           FOLLOW-CHECK.
               MOVE WBS-RECORD(WS-PAY-IDX) TO BILLPAY-PAYMENT-RECORD
               MOVE "Y" TO WBS-SEEN(WS-PAY-IDX)
               MOVE OCK-CHECK-NUMBER TO BPS-CHECK-NUMBER
               EVALUATE TRUE
                   WHEN OCK-OUTSTANDING
                   AND (BPS-PENDING OR BPS-UNPAID)
                       SET BPS-SENT TO TRUE
                       MOVE WS-TODAY TO BPS-STATUS-DATE
                       ADD 1 TO WS-SENT-COUNT
                   WHEN OCK-PRESENTED
                   AND NOT BPS-CLEARED
                       SET BPS-CLEARED TO TRUE
                       MOVE WS-TODAY TO BPS-STATUS-DATE
                       ADD 1 TO WS-CLEARED-COUNT
                   WHEN OCK-ESCHEATED
                   AND NOT BPS-RETURNED
                       SET BPS-RETURNED TO TRUE
                       MOVE "ESC" TO BPS-RETURN-REASON
                       MOVE WS-TODAY TO BPS-STATUS-DATE
                       ADD 1 TO WS-RETURNED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE BILLPAY-PAYMENT-RECORD TO WBS-RECORD(WS-PAY-IDX).

      *    A payment still pending from an earlier day never made it
      *    out: its debit was refused tonight's pipeline.
           MARK-IF-UNPAID.
               MOVE WBS-RECORD(WS-PAY-IDX) TO BILLPAY-PAYMENT-RECORD
               IF BPS-PENDING
               AND WBS-SEEN(WS-PAY-IDX) = "N"
               AND BPS-SEND-DATE < WS-TODAY
                   SET BPS-UNPAID TO TRUE
                   MOVE WS-TODAY TO BPS-STATUS-DATE
                   MOVE BILLPAY-PAYMENT-RECORD
                       TO WBS-RECORD(WS-PAY-IDX)
                   ADD 1 TO WS-UNPAID-COUNT
               END-IF.

      *================================================================
      *    Reference data for the day's requests.
      *================================================================
      *    The same service TXN-VALIDATOR validates against; with no
      *    rule data there is no deciding anything, so the run is
      *    refused the way the validator refuses it.
           INIT-RULE-SERVICE.
               INITIALIZE RULE-CHECK-REQUEST
               SET RCQ-INIT TO TRUE
               MOVE WS-TODAY TO RCQ-BUSDATE
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY
               IF RCR-SERVICE-RC NOT = "00"
                   DISPLAY "FATAL: TXN-RULE-CHECK could not load "
                       "its rule data (RC " RCR-SERVICE-RC ")"
                   DISPLAY "Run refused"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LOAD-PAYEES.
               OPEN INPUT PAYEES-FILE
               IF WS-PAYEE-FILE-OK
                   PERFORM LOAD-ONE-PAYEE
                       UNTIL END-OF-PAYEES
                   CLOSE PAYEES-FILE
               END-IF.

           LOAD-ONE-PAYEE.
               READ PAYEES-FILE INTO PAYEE-IO
               AT END
                   MOVE "Y" TO WS-EOF-PAYEE
               NOT AT END
                   IF PAYEE-IO(1:1) NOT = "*"
                   AND PAYEE-IO(1:10) NOT = SPACES
                   AND WS-PAYEE-COUNT < WS-PAYEE-MAX
                       ADD 1 TO WS-PAYEE-COUNT
                       MOVE PAYEE-IO TO WPY-RECORD(WS-PAYEE-COUNT)
                   END-IF
               END-READ.

           LOAD-LINKS.
               OPEN INPUT LINKS-FILE
               IF WS-LINK-FILE-OK
                   PERFORM LOAD-ONE-LINK
                       UNTIL END-OF-LINKS
                   CLOSE LINKS-FILE
               END-IF.

           LOAD-ONE-LINK.
               READ LINKS-FILE INTO LINK-IO
               AT END
                   MOVE "Y" TO WS-EOF-LINK
               NOT AT END
                   MOVE LINK-IO TO CUSTOMER-LINK-RECORD
                   IF WS-LINK-COUNT < WS-LINK-MAX
                       ADD 1 TO WS-LINK-COUNT
                       MOVE CAL-CUSTOMER-ID
                           TO WLK-CUSTOMER-ID(WS-LINK-COUNT)
                       MOVE CAL-ACCOUNT-ID
                           TO WLK-ACCOUNT-ID(WS-LINK-COUNT)
                   END-IF
               END-READ.

      *    --- Only the type code and the two bill-pay charges are
      *        kept here; FEE-ENGINE reads the full layout ---
           LOAD-BILLPAY-FEE-SCHEDULE.
               OPEN INPUT FEE-SCHEDULE-FILE
               IF WS-FEESCHED-FILE-OK
                   PERFORM READ-ONE-SCHEDULE-ROW
                       UNTIL END-OF-FEESCHED
                   CLOSE FEE-SCHEDULE-FILE
               END-IF.

           READ-ONE-SCHEDULE-ROW.
               READ FEE-SCHEDULE-FILE INTO FEE-SCHEDULE-IO
               AT END
                   MOVE "Y" TO WS-EOF-FEESCHED
               NOT AT END
                   IF WS-BPFEE-COUNT < WS-BPFEE-MAX
                       ADD 1 TO WS-BPFEE-COUNT
                       MOVE FEE-SCHEDULE-IO(1:10)
                           TO WBF-ACCT-TYPE(WS-BPFEE-COUNT)
                       MOVE FEE-SCHEDULE-IO(81:7) TO WS-BPFEE-X
                       IF WS-BPFEE IS NUMERIC
                           MOVE WS-BPFEE
                               TO WBF-ELEC-FEE(WS-BPFEE-COUNT)
                       ELSE
                           MOVE 0 TO WBF-ELEC-FEE(WS-BPFEE-COUNT)
                       END-IF
                       MOVE FEE-SCHEDULE-IO(88:7) TO WS-BPFEE-X
                       IF WS-BPFEE IS NUMERIC
                           MOVE WS-BPFEE
                               TO WBF-CHECK-FEE(WS-BPFEE-COUNT)
                       ELSE
                           MOVE 0 TO WBF-CHECK-FEE(WS-BPFEE-COUNT)
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    The day's requests.
      *================================================================
      *    A "*" comment row or a row with no customer is skipped
      *    the way every other feed skips it.
           PROCESS-ONE-REQUEST.
               READ REQUESTS-FILE INTO REQUEST-IO
               AT END
                   MOVE "Y" TO WS-EOF-REQ
               NOT AT END
                   IF REQUEST-IO(1:1) NOT = "*"
                   AND REQUEST-IO(1:10) NOT = SPACES
                       MOVE REQUEST-IO TO BILLPAY-REQUEST-RECORD
                       ADD 1 TO WS-REQ-COUNT
                       PERFORM DECIDE-ONE-REQUEST
                       MOVE BILLPAY-REQUEST-RECORD TO RESULT-IO
                       WRITE RESULT-IO
                   END-IF
               END-READ.

           DECIDE-ONE-REQUEST.
               MOVE SPACES TO BPQ-PAYMENT-ID
               MOVE SPACES TO BPQ-METHOD
               MOVE SPACES TO BPQ-OUTCOME
               PERFORM FIND-PAYEE
               IF WS-PAYEE-FOUND-IDX = 0
                   MOVE "B01" TO BPQ-OUTCOME
               ELSE
                   PERFORM FIND-ACCOUNT-LINK
                   EVALUATE TRUE
                       WHEN NOT ACCOUNT-IS-LINKED
                           MOVE "B02" TO BPQ-OUTCOME
                       WHEN BPQ-AMOUNT NOT NUMERIC
                           MOVE "B03" TO BPQ-OUTCOME
                       WHEN BPQ-AMOUNT = 0
                           MOVE "B03" TO BPQ-OUTCOME
                       WHEN OTHER
                           PERFORM JUDGE-PAYING-ACCOUNT
                   END-EVALUATE
               END-IF
               IF BPQ-OUTCOME = SPACES
                   PERFORM DISPATCH-PAYMENT
               ELSE
                   MOVE SPACES TO BPQ-METHOD
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF.

      *    Payee IDs are the customer's own, so the book is searched
      *    on the customer and the ID together; a payee the customer
      *    deleted cannot be paid.
           FIND-PAYEE.
               MOVE 0 TO WS-PAYEE-FOUND-IDX
               PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PAYEE-COUNT
                   OR WS-PAYEE-FOUND-IDX > 0
                   MOVE WPY-RECORD(WS-PY-IDX) TO BILLPAY-PAYEE-RECORD
                   IF BPY-CUSTOMER-ID = BPQ-CUSTOMER-ID
                   AND BPY-PAYEE-ID = BPQ-PAYEE-ID
                   AND BPY-ACTIVE
                       SET WS-PAYEE-FOUND-IDX TO WS-PY-IDX
                   END-IF
               END-PERFORM
               IF WS-PAYEE-FOUND-IDX > 0
                   MOVE WPY-RECORD(WS-PAYEE-FOUND-IDX)
                       TO BILLPAY-PAYEE-RECORD
               END-IF.

           FIND-ACCOUNT-LINK.
               MOVE "N" TO WS-LINK-FOUND
               PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LINK-COUNT
                   OR ACCOUNT-IS-LINKED
                   IF WLK-CUSTOMER-ID(WS-LK-IDX) = BPQ-CUSTOMER-ID
                   AND WLK-ACCOUNT-ID(WS-LK-IDX) = BPQ-FROM-ACCOUNT
                       MOVE "Y" TO WS-LINK-FOUND
                   END-IF
               END-PERFORM.

      *    The debit is judged as TXN-VALIDATOR will judge it
      *    tonight, but only an account that is missing or closed
      *    is refused here - the funds decision stays with the
      *    pipeline, where a short account can still be paid into
      *    overdraft. An electronic payee whose routing number
      *    fails its check digit could never be sent to.
           JUDGE-PAYING-ACCOUNT.
               PERFORM BUILD-PAYMENT-DEBIT
               INITIALIZE RULE-CHECK-REQUEST
               SET RCQ-CHECK TO TRUE
               MOVE WS-TODAY TO RCQ-BUSDATE
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY
               MOVE 0 TO WS-RTE-REM
               IF BPQ-METHOD = "E"
                   PERFORM CHECK-ROUTING-DIGIT
               END-IF
               EVALUATE TRUE
                   WHEN RCR-ERROR-CODE = "E01"
                   WHEN RCR-ERROR-CODE = "E02"
                       MOVE "B04" TO BPQ-OUTCOME
                   WHEN WS-RTE-REM NOT = 0
                       MOVE "B05" TO BPQ-OUTCOME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    A non-numeric or all-zero routing number leaves a
      *    non-zero remainder so it fails the same way a bad check
      *    digit does.
           CHECK-ROUTING-DIGIT.
               MOVE BPY-ROUTING TO WS-RTE-CHECK
               MOVE 1 TO WS-RTE-REM
               IF WS-RTE-CHECK IS NUMERIC
               AND WS-RTE-CHECK NOT = "000000000"
                   COMPUTE WS-RTE-SUM =
                       3 * (WS-RTE-DIGIT(1) + WS-RTE-DIGIT(4)
                            + WS-RTE-DIGIT(7))
                     + 7 * (WS-RTE-DIGIT(2) + WS-RTE-DIGIT(5)
                            + WS-RTE-DIGIT(8))
                     +     (WS-RTE-DIGIT(3) + WS-RTE-DIGIT(6)
                            + WS-RTE-DIGIT(9))
                   DIVIDE WS-RTE-SUM BY 10 GIVING WS-RTE-QUOT
                       REMAINDER WS-RTE-REM
               END-IF.

      *    An electronic payee is paid by ACH; anyone else by check,
      *    whose debit OFFICIAL-CHECK-ISSUE raises as a WDR.
           BUILD-PAYMENT-DEBIT.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE BPQ-FROM-ACCOUNT     TO TR-ACCOUNT-ID
               MOVE BPQ-AMOUNT           TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE SPACES               TO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE SPACES               TO TR-ERROR-CODE
               IF BPY-ROUTING NOT = SPACES
               AND BPY-DDA-ACCOUNT NOT = SPACES
                   MOVE "E"              TO BPQ-METHOD
                   MOVE "ACH"            TO TR-TXN-TYPE
                   MOVE BPY-ROUTING      TO TR-EXTERNAL-ROUTING
                   MOVE BPY-DDA-ACCOUNT  TO TR-EXTERNAL-ACCOUNT
               ELSE
                   MOVE "C"              TO BPQ-METHOD
                   MOVE "WDR"            TO TR-TXN-TYPE
                   MOVE SPACES           TO TR-EXTERNAL-ROUTING
                   MOVE SPACES           TO TR-EXTERNAL-ACCOUNT
               END-IF.

           DISPATCH-PAYMENT.
               PERFORM NEXT-PAYMENT-ID
               MOVE WS-PAYMENT-ID TO BPQ-PAYMENT-ID
               MOVE "APR" TO BPQ-OUTCOME
               IF BPQ-METHOD = "E"
                   PERFORM SEND-ACH-PAYMENT
                   ADD 1 TO WS-ELEC-COUNT
               ELSE
                   PERFORM REQUEST-CHECK-PAYMENT
                   ADD 1 TO WS-CHECK-COUNT
               END-IF
               PERFORM CHARGE-PAYMENT-FEE
               PERFORM ADD-STATUS-ROW
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD BPQ-AMOUNT TO WS-TOTAL-PAID.

           NEXT-PAYMENT-ID.
               MOVE SPACES TO WS-PAYMENT-ID
               STRING WS-TODAY-ID-PREFIX DELIMITED SIZE
                   WS-NEXT-SEQ DELIMITED SIZE
                   INTO WS-PAYMENT-ID
               ADD 1 TO WS-NEXT-SEQ.

      *    --- Same append-or-create treatment LOAN-BILLING gives
      *        the daily feed ---
           OPEN-DAILY-TXN-FILE.
               IF WS-FEED-OPEN NOT = "Y"
                   OPEN EXTEND DAILY-TXN-FILE
                   IF NOT WS-TXN-STATUS = "00"
                       OPEN OUTPUT DAILY-TXN-FILE
                   END-IF
                   MOVE "Y" TO WS-FEED-OPEN
               END-IF.

      *    The payment ID in the description is what the outbound
      *    file carries back to the status refresh.
           SEND-ACH-PAYMENT.
               PERFORM OPEN-DAILY-TXN-FILE
               PERFORM BUILD-PAYMENT-DEBIT
               STRING "BILLPAY " DELIMITED SIZE
                   WS-PAYMENT-ID DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD.

      *    Same append-or-create treatment LOAN-ESCROW gives the
      *    official-check request file.
           REQUEST-CHECK-PAYMENT.
               IF WS-OCREQ-OPEN NOT = "Y"
                   OPEN EXTEND OC-REQUEST-FILE
                   IF NOT WS-OCREQ-STATUS = "00"
                       OPEN OUTPUT OC-REQUEST-FILE
                   END-IF
                   MOVE "Y" TO WS-OCREQ-OPEN
               END-IF
               MOVE SPACES TO OFFICIAL-CHECK-REQ-RECORD
               MOVE BPQ-FROM-ACCOUNT   TO OCR-ACCOUNT-ID
               MOVE BPQ-AMOUNT         TO OCR-AMOUNT
               MOVE BPY-PAYEE-NAME     TO OCR-PAYEE
               SET OCR-PENDING TO TRUE
               MOVE WS-PAYMENT-ID      TO OCR-BILLPAY-ID
               MOVE BPY-ADDR-LINE-1    TO OCR-REMIT-ADDR-1
               MOVE BPY-ADDR-LINE-2    TO OCR-REMIT-ADDR-2
               MOVE BPY-CITY-STATE-ZIP TO OCR-REMIT-CITY
               MOVE BPY-PAYEE-ACCOUNT  TO OCR-MEMO
               MOVE OFFICIAL-CHECK-REQ-RECORD TO OC-REQUEST-IO
               WRITE OC-REQUEST-IO.

           CHARGE-PAYMENT-FEE.
               MOVE 0 TO WS-PAYMENT-FEE
               PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BPFEE-COUNT
                   IF WBF-ACCT-TYPE(WS-BF-IDX) = RCR-ACCT-TYPE
                       IF BPQ-METHOD = "E"
                           MOVE WBF-ELEC-FEE(WS-BF-IDX)
                               TO WS-PAYMENT-FEE
                       ELSE
                           MOVE WBF-CHECK-FEE(WS-BF-IDX)
                               TO WS-PAYMENT-FEE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PAYMENT-FEE > 0
                   PERFORM OPEN-DAILY-TXN-FILE
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY         TO TR-DATE
                   MOVE BPQ-FROM-ACCOUNT TO TR-ACCOUNT-ID
                   MOVE "FEE"            TO TR-TXN-TYPE
                   MOVE WS-PAYMENT-FEE   TO TR-AMOUNT
                   MOVE "BILL PAYMENT FEE" TO TR-DESCRIPTION
                   MOVE "PND"            TO TR-STATUS
                   MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
                   WRITE DAILY-TXN-RECORD
                   ADD 1 TO WS-FEE-COUNT
               END-IF.

      *    A payment past the table is still dispatched; it is only
      *    not followed.
           ADD-STATUS-ROW.
               IF WS-PAY-COUNT < WS-PAY-MAX
                   MOVE SPACES TO BILLPAY-PAYMENT-RECORD
                   MOVE WS-PAYMENT-ID      TO BPS-PAYMENT-ID
                   MOVE WS-TODAY           TO BPS-SEND-DATE
                   MOVE BPQ-CUSTOMER-ID    TO BPS-CUSTOMER-ID
                   MOVE BPQ-PAYEE-ID       TO BPS-PAYEE-ID
                   MOVE BPQ-FROM-ACCOUNT   TO BPS-FROM-ACCOUNT
                   MOVE BPQ-AMOUNT         TO BPS-AMOUNT
                   MOVE BPQ-METHOD         TO BPS-METHOD
                   IF BPS-ELECTRONIC
                       MOVE BPY-ROUTING     TO BPS-ROUTING
                       MOVE BPY-DDA-ACCOUNT TO BPS-EXT-ACCOUNT
                   END-IF
                   SET BPS-PENDING TO TRUE
                   MOVE WS-TODAY           TO BPS-STATUS-DATE
                   MOVE BPY-PAYEE-ACCOUNT  TO BPS-PAYEE-ACCOUNT
                   ADD 1 TO WS-PAY-COUNT
                   MOVE BILLPAY-PAYMENT-RECORD
                       TO WBS-RECORD(WS-PAY-COUNT)
                   MOVE "Y" TO WBS-SEEN(WS-PAY-COUNT)
               ELSE
                   DISPLAY "WARNING: BILLPAY-PAYMENTS table full - "
                       WS-PAYMENT-ID " not tracked"
               END-IF.

           DISPLAY-RESULTS.
               MOVE WS-TOTAL-PAID TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Bill Pay"
               DISPLAY "=============================================="
               DISPLAY "  Requests Read      : " WS-REQ-COUNT
               DISPLAY "  Payments Accepted  : " WS-ACCEPTED-COUNT
               DISPLAY "    Electronic       : " WS-ELEC-COUNT
               DISPLAY "    By Check         : " WS-CHECK-COUNT
               DISPLAY "  Requests Refused   : " WS-REFUSED-COUNT
               DISPLAY "  Amount Dispatched  : " WS-DISP-AMOUNT
               DISPLAY "  Fees Charged       : " WS-FEE-COUNT
               DISPLAY "  Now Sent           : " WS-SENT-COUNT
               DISPLAY "  Now Cleared        : " WS-CLEARED-COUNT
               DISPLAY "  Now Returned       : " WS-RETURNED-COUNT
               DISPLAY "  Now Unpaid         : " WS-UNPAID-COUNT
               DISPLAY "  Aged Rows Dropped  : " WS-PURGED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/input/OFFICIAL-CHECK-REQUESTS.dat"
               DISPLAY "  → data/output/BILLPAY-RESULTS.dat"
               DISPLAY "  → data/output/BILLPAY-PAYMENTS.dat"
               DISPLAY "==============================================".
