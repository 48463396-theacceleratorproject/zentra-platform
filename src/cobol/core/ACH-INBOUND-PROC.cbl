      *================================================================
      * PROGRAM:    ACH-INBOUND-PROC.cbl
      * DESCRIPTION: Post inbound ACH credits and debits originated by
      *              other banks. Reads the processor's INBOUND-ACH.dat
      *              receipt file (routing, our account ID, amount,
      *              originator name, entry type, originating company
      *              ID), validates each target against
      *              ACCOUNTS-MASTER.dat the same way TXN-VALIDATOR
      *              does (exists, active), and posts the good ones by
      *              generating DEP transactions onto
      *              not linked to the same customer falls back to
      *              the primary account and lands on
      *              DD-SPLIT-REPORT.dat instead of stranding money.
      *              Debits and the ACH debit block: a debit posts
      *              as a WDR stamped "ACH DEBIT" unless the account
      *              has rows on the optional ACH-FILTER.dat. An
      *              account with rows takes only the debits an
      *              authorization row allows (originator company ID,
      *              optional maximum amount, optional expiry); a
      *              block-all row authorizes nothing. Anything else
      *              goes back through ACH-INBOUND-RETURNS.dat as R29
      *              (business account) or R10 (consumer), an open
      *              row lands on ACH-DEBIT-EXCEPTIONS.dat for the
      *              customer to review, and the per-type block
      *              charge from FEE-SCHEDULE.dat columns 71-77 goes
      *              onto the feed as a FEE - the same direct route
      *              ATM-SETTLE-PROC's network fee takes. Customer
      *              approvals of an open exception arrive on
      *              ACH-FILTER-APPROVALS.dat and are applied first,
      *              so an originator approved this morning is
      *              allowed on today's file.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SPLRPT-STATUS.

      *        Optional debit block / filter per account - read for
      *        the day's decisions, extended by approvals.
               SELECT ACH-FILTER-FILE
                   ASSIGN TO "data/input/ACH-FILTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AFLT-STATUS.

      *        Optional customer approvals of blocked originators -
      *        drained once applied.
               SELECT FILTER-APPROVALS-FILE
                   ASSIGN TO "data/input/ACH-FILTER-APPROVALS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AAPR-STATUS.

      *        Cumulative list of blocked debits and their approvals.
               SELECT DEBIT-EXCEPTIONS-FILE
                   ASSIGN TO "data/output/ACH-DEBIT-EXCEPTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AEXC-STATUS.

      *        Per-type debit block charge (columns 71-77).
               SELECT FEE-SCHEDULE-FILE
                   ASSIGN TO "data/input/FEE-SCHEDULE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEESCHED-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD INBOUND-ACH-FILE.
           FD SPLIT-REPORT-FILE.
           01 SPLIT-REPORT-RECORD   PIC X(80).

           FD ACH-FILTER-FILE.
           01 ACH-FILTER-IO         PIC X(60).

           FD FILTER-APPROVALS-FILE.
           01 FILTER-APPROVAL-IO    PIC X(60).

           FD DEBIT-EXCEPTIONS-FILE.
           01 DEBIT-EXCEPTION-IO    PIC X(100).

           FD FEE-SCHEDULE-FILE.
           01 FEE-SCHEDULE-IO       PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-INB-STATUS         PIC XX.
               88 WS-INB-FILE-OK        VALUE "00".

           COPY "ACH-INBOUND-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "ACH-FILTER-RECORD.cpy".
           COPY "ACH-DEBIT-EXCEPTION-RECORD.cpy".

      *    --- In-memory account table (same load pattern as
      *        TXN-VALIDATOR, trimmed to the fields this validation
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-STATUS        PIC X(01).
                   10 WA-TYPE          PIC X(10).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-FOUND-IDX          PIC 9(4) VALUE 0.

           01 WS-SPLRPT-OPEN        PIC X VALUE "N".
           01 WS-OUT-LINE           PIC X(80).

      *    --- Debit block / filter (ACH-FILTER-RECORD.cpy rows,
      *        trimmed to what the decision needs) ---
           01 WS-AFLT-STATUS        PIC XX.
               88 WS-AFLT-FILE-OK       VALUE "00".
           01 WS-AAPR-STATUS        PIC XX.
               88 WS-AAPR-FILE-OK       VALUE "00".
           01 WS-AEXC-STATUS        PIC XX.
               88 WS-AEXC-FILE-OK       VALUE "00".
           01 WS-FEESCHED-STATUS    PIC XX.
               88 WS-FEESCHED-FILE-OK   VALUE "00".
           01 WS-EOF-AFLT           PIC X VALUE "N".
               88 END-OF-AFLT-LOAD     VALUE "Y".
           01 WS-EOF-AAPR           PIC X VALUE "N".
               88 END-OF-APPROVALS     VALUE "Y".
           01 WS-EOF-AEXC           PIC X VALUE "N".
               88 END-OF-AEXC-LOAD     VALUE "Y".
           01 WS-EOF-FEESCHED       PIC X VALUE "N".
               88 END-OF-FEESCHED      VALUE "Y".
           01 WS-AFLT-MAX           PIC 9(4) VALUE 2000.
           01 WS-AFLT-TABLE.
               05 WS-AFLT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-AFLT-IDX.
                   10 WFL-ACCOUNT-ID   PIC X(10).
                   10 WFL-RULE-TYPE    PIC X(01).
                   10 WFL-COMPANY-ID   PIC X(10).
                   10 WFL-MAX-AMOUNT   PIC 9(9)V99.
                   10 WFL-EXPIRY-DATE  PIC X(10).
           01 WS-AFLT-COUNT         PIC 9(4) VALUE 0.
      *    Open exceptions an approval may name
           01 WS-AEXC-MAX           PIC 9(4) VALUE 2000.
           01 WS-AEXC-TABLE.
               05 WS-AEXC-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-AEXC-IDX.
                   10 WEX-ACCOUNT-ID   PIC X(10).
                   10 WEX-COMPANY-ID   PIC X(10).
                   10 WEX-ORIGINATOR   PIC X(25).
           01 WS-AEXC-COUNT         PIC 9(4) VALUE 0.
           01 WS-AEXC-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-AEXC-OPEN          PIC X VALUE "N".
           01 WS-AFLT-OUT-OPEN      PIC X VALUE "N".
           01 WS-DEBIT-PROTECTED    PIC X.
           01 WS-DEBIT-AUTHORIZED   PIC X.
           01 WS-BLOCK-CAUSE        PIC X(01).
      *    Per-type block charge (columns 71-77 of the fee row)
           01 WS-BFEE-MAX           PIC 99 VALUE 20.
           01 WS-BFEE-TABLE.
               05 WS-BFEE-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-BFEE-IDX.
                   10 WBF-ACCT-TYPE    PIC X(10).
                   10 WBF-FEE          PIC 9(5)V99.
           01 WS-BFEE-COUNT         PIC 99 VALUE 0.
           01 WS-BFEE-X             PIC X(07).
           01 WS-BFEE REDEFINES WS-BFEE-X
                               PIC 9(5)V99.
           01 WS-BLOCK-FEE          PIC 9(5)V99 VALUE 0.

      *    --- Counters ---
           01 WS-INBOUND-COUNT      PIC 999 VALUE 0.
           01 WS-POSTED-COUNT       PIC 999 VALUE 0.
           01 WS-RETURNED-COUNT     PIC 999 VALUE 0.
           01 WS-TOTAL-POSTED       PIC 9(11)V99 VALUE 0.
           01 WS-DEBIT-COUNT        PIC 999 VALUE 0.
           01 WS-TOTAL-DEBITED      PIC 9(11)V99 VALUE 0.
           01 WS-BLOCKED-COUNT      PIC 999 VALUE 0.
           01 WS-BLOCK-FEE-COUNT    PIC 999 VALUE 0.
           01 WS-BLOCK-FEE-TOTAL    PIC 9(9)V99 VALUE 0.
           01 WS-APPROVAL-COUNT     PIC 999 VALUE 0.
           01 WS-APPROVED-COUNT     PIC 999 VALUE 0.
           01 WS-APPR-REFUSED-COUNT PIC 999 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM APPLY-FILTER-APPROVALS
               OPEN INPUT INBOUND-ACH-FILE
               IF NOT WS-INB-FILE-OK
                   DISPLAY "  No INBOUND-ACH.dat to process"
               PERFORM LOAD-ACCOUNTS-TO-TABLE
               PERFORM LOAD-DISTRIBUTIONS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-ACH-FILTER
               PERFORM LOAD-BLOCK-FEE-SCHEDULE
               PERFORM OPEN-DAILY-TXN-FILE
               OPEN OUTPUT RETURNS-OUT-FILE
               IF NOT WS-RTN-FILE-OK
               IF WS-SPLRPT-OPEN = "Y"
                   CLOSE SPLIT-REPORT-FILE
               END-IF
               IF WS-AEXC-OPEN = "Y"
                   CLOSE DEBIT-EXCEPTIONS-FILE
               END-IF
               PERFORM DISPLAY-RESULTS
               STOP RUN.

                           TO WA-ID(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(67:1)
                           TO WA-STATUS(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(36:10)
                           TO WA-TYPE(WS-ACCT-COUNT)
                   END-IF
               END-READ.

                   WHEN WA-STATUS(WS-FOUND-IDX) NOT = "A"
                       SET AIN-RTN-FROZEN TO TRUE
                       PERFORM WRITE-INBOUND-RETURN
                   WHEN AIN-DEBIT
                       PERFORM CHECK-DEBIT-FILTER
                       IF WS-DEBIT-PROTECTED = "Y"
                       AND WS-DEBIT-AUTHORIZED = "N"
                           PERFORM BLOCK-DEBIT
                       ELSE
                           PERFORM GENERATE-DEBIT-TXN
                           SET AIN-POSTED TO TRUE
                           MOVE SPACES TO AIN-REASON-CODE
                           ADD 1 TO WS-DEBIT-COUNT
                           ADD AIN-AMOUNT TO WS-TOTAL-DEBITED
                       END-IF
                   WHEN OTHER
                       PERFORM DISTRIBUTE-AND-POST
                       SET AIN-POSTED TO TRUE
               MOVE TRANSACTION-RECORD   TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD.

      *    The debit leaves through the normal pipeline as an
      *    electronic withdrawal, originator named on the ledger line
      *    the same way a credit's payer is.
           GENERATE-DEBIT-TXN.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE AIN-ACCOUNT-ID       TO TR-ACCOUNT-ID
               MOVE "WDR"                TO TR-TXN-TYPE
               MOVE AIN-AMOUNT           TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE SPACES               TO TR-DESCRIPTION
               STRING "ACH DEBIT " DELIMITED SIZE
                   AIN-ORIGINATOR DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE SPACES               TO TR-ERROR-CODE
               MOVE "E"                  TO TR-DEPOSIT-SOURCE
               MOVE TRANSACTION-RECORD   TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD.

      *================================================================
      *    ACH DEBIT BLOCK / FILTER
      *================================================================
      *    An account with no filter rows is unprotected and takes
      *    every debit. With rows, only a live authorization for the
      *    originator's company ID lets the debit through; the
      *    cause recorded is the closest the debit came (expired
      *    beats over-maximum beats never authorized, so the
      *    customer sees what to fix).
           CHECK-DEBIT-FILTER.
               MOVE "N" TO WS-DEBIT-PROTECTED
               MOVE "N" TO WS-DEBIT-AUTHORIZED
               MOVE "B" TO WS-BLOCK-CAUSE
               PERFORM VARYING WS-AFLT-IDX FROM 1 BY 1
                   UNTIL WS-AFLT-IDX > WS-AFLT-COUNT
                   IF WFL-ACCOUNT-ID(WS-AFLT-IDX) = AIN-ACCOUNT-ID
                       MOVE "Y" TO WS-DEBIT-PROTECTED
                       IF WFL-RULE-TYPE(WS-AFLT-IDX) = "A"
                       AND WFL-COMPANY-ID(WS-AFLT-IDX)
                           = AIN-COMPANY-ID
                       AND AIN-COMPANY-ID NOT = SPACES
                           PERFORM JUDGE-ONE-AUTHORIZATION
                       END-IF
                   END-IF
               END-PERFORM.

           JUDGE-ONE-AUTHORIZATION.
               EVALUATE TRUE
                   WHEN WFL-EXPIRY-DATE(WS-AFLT-IDX) NOT = SPACES
                    AND WFL-EXPIRY-DATE(WS-AFLT-IDX) < WS-TODAY
                       MOVE "X" TO WS-BLOCK-CAUSE
                   WHEN WFL-MAX-AMOUNT(WS-AFLT-IDX) > 0
                    AND AIN-AMOUNT > WFL-MAX-AMOUNT(WS-AFLT-IDX)
                       IF WS-BLOCK-CAUSE = "B"
                           MOVE "M" TO WS-BLOCK-CAUSE
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-DEBIT-AUTHORIZED
               END-EVALUATE.

      *    Back to the originating bank with the not-authorized
      *    reason for the account's kind, onto the customer's
      *    exception list, and charged for.
           BLOCK-DEBIT.
               IF WA-TYPE(WS-FOUND-IDX) = "BUSINESS  "
                   SET AIN-RTN-UNAUTH-CORP TO TRUE
               ELSE
                   SET AIN-RTN-UNAUTH-CONS TO TRUE
               END-IF
               PERFORM WRITE-INBOUND-RETURN
               ADD 1 TO WS-BLOCKED-COUNT
               MOVE SPACES TO ACH-DEBIT-EXCEPTION-RECORD
               MOVE WS-TODAY             TO AX-DATE
               MOVE AIN-ACCOUNT-ID       TO AX-ACCOUNT-ID
               MOVE AIN-COMPANY-ID       TO AX-COMPANY-ID
               MOVE AIN-ORIGINATOR       TO AX-ORIGINATOR
               MOVE AIN-AMOUNT           TO AX-AMOUNT
               MOVE AIN-REASON-CODE      TO AX-REASON-CODE
               MOVE WS-BLOCK-CAUSE       TO AX-BLOCK-CAUSE
               SET AX-OPEN TO TRUE
               PERFORM WRITE-DEBIT-EXCEPTION
               PERFORM CHARGE-BLOCK-FEE.

           CHARGE-BLOCK-FEE.
               MOVE 0 TO WS-BLOCK-FEE
               PERFORM VARYING WS-BFEE-IDX FROM 1 BY 1
                   UNTIL WS-BFEE-IDX > WS-BFEE-COUNT
                   IF WBF-ACCT-TYPE(WS-BFEE-IDX)
                       = WA-TYPE(WS-FOUND-IDX)
                       MOVE WBF-FEE(WS-BFEE-IDX) TO WS-BLOCK-FEE
                   END-IF
               END-PERFORM
               IF WS-BLOCK-FEE > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY         TO TR-DATE
                   MOVE AIN-ACCOUNT-ID   TO TR-ACCOUNT-ID
                   MOVE "FEE"            TO TR-TXN-TYPE
                   MOVE WS-BLOCK-FEE     TO TR-AMOUNT
                   MOVE "ACH DEBIT BLOCK FEE" TO TR-DESCRIPTION
                   MOVE "PND"            TO TR-STATUS
                   MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
                   WRITE DAILY-TXN-RECORD
                   ADD 1 TO WS-BLOCK-FEE-COUNT
                   ADD WS-BLOCK-FEE TO WS-BLOCK-FEE-TOTAL
               END-IF.

      *    --- Cumulative, same EXTEND-or-fall-back-to-OUTPUT
      *        pattern the other running lists use, opened on the
      *        first row ---
           WRITE-DEBIT-EXCEPTION.
               IF WS-AEXC-OPEN NOT = "Y"
                   OPEN EXTEND DEBIT-EXCEPTIONS-FILE
                   IF NOT WS-AEXC-FILE-OK
                       OPEN OUTPUT DEBIT-EXCEPTIONS-FILE
                   END-IF
                   MOVE "Y" TO WS-AEXC-OPEN
               END-IF
               MOVE ACH-DEBIT-EXCEPTION-RECORD TO DEBIT-EXCEPTION-IO
               WRITE DEBIT-EXCEPTION-IO.

      *    --- Optional file: no ACH-FILTER.dat leaves every account
      *        unprotected, exactly the old behavior ---
           LOAD-ACH-FILTER.
               MOVE "N" TO WS-EOF-AFLT
               OPEN INPUT ACH-FILTER-FILE
               IF WS-AFLT-FILE-OK
                   PERFORM READ-ONE-FILTER-ROW
                       UNTIL END-OF-AFLT-LOAD
                   CLOSE ACH-FILTER-FILE
               END-IF.

           READ-ONE-FILTER-ROW.
               READ ACH-FILTER-FILE INTO ACH-FILTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-AFLT
               NOT AT END
                   MOVE ACH-FILTER-IO TO ACH-FILTER-RECORD
                   IF WS-AFLT-COUNT < WS-AFLT-MAX
                   AND AF-ACCOUNT-ID NOT = SPACES
                   AND (AF-BLOCK-ALL OR AF-ALLOW-ORIGINATOR)
                       ADD 1 TO WS-AFLT-COUNT
                       MOVE AF-ACCOUNT-ID
                           TO WFL-ACCOUNT-ID(WS-AFLT-COUNT)
                       MOVE AF-RULE-TYPE
                           TO WFL-RULE-TYPE(WS-AFLT-COUNT)
                       MOVE AF-COMPANY-ID
                           TO WFL-COMPANY-ID(WS-AFLT-COUNT)
                       IF AF-MAX-AMOUNT IS NUMERIC
                           MOVE AF-MAX-AMOUNT
                               TO WFL-MAX-AMOUNT(WS-AFLT-COUNT)
                       ELSE
                           MOVE 0 TO WFL-MAX-AMOUNT(WS-AFLT-COUNT)
                       END-IF
                       MOVE AF-EXPIRY-DATE
                           TO WFL-EXPIRY-DATE(WS-AFLT-COUNT)
                   END-IF
               END-READ.

      *    --- Only the type code and the block charge from columns
      *        71-77 of the widened row are kept here; FEE-ENGINE
      *        reads the full layout ---
           LOAD-BLOCK-FEE-SCHEDULE.
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
                   IF WS-BFEE-COUNT < WS-BFEE-MAX
                       ADD 1 TO WS-BFEE-COUNT
                       MOVE FEE-SCHEDULE-IO(1:10)
                           TO WBF-ACCT-TYPE(WS-BFEE-COUNT)
                       MOVE FEE-SCHEDULE-IO(71:7) TO WS-BFEE-X
                       IF WS-BFEE IS NUMERIC
                           MOVE WS-BFEE TO WBF-FEE(WS-BFEE-COUNT)
                       ELSE
                           MOVE 0 TO WBF-FEE(WS-BFEE-COUNT)
                       END-IF
                   END-IF
               END-READ.

      *    Customer approvals: each names an account and the
      *    originator's company ID (with the maximum and expiry the
      *    customer wants) and is honored only against an open
      *    exception for that pair - the customer approves what the
      *    block actually stopped, nothing more. An honored approval
      *    appends the authorization to ACH-FILTER.dat and an "A"
      *    row to the exception list; the approvals file is drained
      *    once read.
           APPLY-FILTER-APPROVALS.
               OPEN INPUT FILTER-APPROVALS-FILE
               IF WS-AAPR-FILE-OK
                   PERFORM LOAD-OPEN-EXCEPTIONS
                   PERFORM APPLY-ONE-APPROVAL
                       UNTIL END-OF-APPROVALS
                   CLOSE FILTER-APPROVALS-FILE
                   IF WS-AFLT-OUT-OPEN = "Y"
                       CLOSE ACH-FILTER-FILE
                   END-IF
                   IF WS-AEXC-OPEN = "Y"
                       CLOSE DEBIT-EXCEPTIONS-FILE
                       MOVE "N" TO WS-AEXC-OPEN
                   END-IF
                   IF WS-APPROVAL-COUNT > 0
                       OPEN OUTPUT FILTER-APPROVALS-FILE
                       CLOSE FILTER-APPROVALS-FILE
                   END-IF
               END-IF.

           LOAD-OPEN-EXCEPTIONS.
               OPEN INPUT DEBIT-EXCEPTIONS-FILE
               IF WS-AEXC-FILE-OK
                   PERFORM READ-ONE-EXCEPTION-ROW
                       UNTIL END-OF-AEXC-LOAD
                   CLOSE DEBIT-EXCEPTIONS-FILE
               END-IF.

           READ-ONE-EXCEPTION-ROW.
               READ DEBIT-EXCEPTIONS-FILE INTO DEBIT-EXCEPTION-IO
               AT END
                   MOVE "Y" TO WS-EOF-AEXC
               NOT AT END
                   MOVE DEBIT-EXCEPTION-IO
                       TO ACH-DEBIT-EXCEPTION-RECORD
                   IF AX-OPEN
                   AND WS-AEXC-COUNT < WS-AEXC-MAX
                       ADD 1 TO WS-AEXC-COUNT
                       MOVE AX-ACCOUNT-ID
                           TO WEX-ACCOUNT-ID(WS-AEXC-COUNT)
                       MOVE AX-COMPANY-ID
                           TO WEX-COMPANY-ID(WS-AEXC-COUNT)
                       MOVE AX-ORIGINATOR
                           TO WEX-ORIGINATOR(WS-AEXC-COUNT)
                   END-IF
               END-READ.

           APPLY-ONE-APPROVAL.
               READ FILTER-APPROVALS-FILE INTO FILTER-APPROVAL-IO
               AT END
                   MOVE "Y" TO WS-EOF-AAPR
               NOT AT END
                   ADD 1 TO WS-APPROVAL-COUNT
                   MOVE FILTER-APPROVAL-IO TO ACH-FILTER-RECORD
                   MOVE 0 TO WS-AEXC-FOUND-IDX
                   PERFORM VARYING WS-AEXC-IDX FROM 1 BY 1
                       UNTIL WS-AEXC-IDX > WS-AEXC-COUNT
                       IF WEX-ACCOUNT-ID(WS-AEXC-IDX) = AF-ACCOUNT-ID
                       AND WEX-COMPANY-ID(WS-AEXC-IDX)
                           = AF-COMPANY-ID
                           MOVE WS-AEXC-IDX TO WS-AEXC-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-AEXC-FOUND-IDX > 0
                   AND AF-COMPANY-ID NOT = SPACES
                       PERFORM RECORD-APPROVAL
                   ELSE
                       ADD 1 TO WS-APPR-REFUSED-COUNT
                       DISPLAY "  Approval refused - no open "
                           "exception: " AF-ACCOUNT-ID " "
                           AF-COMPANY-ID
                   END-IF
               END-READ.

           RECORD-APPROVAL.
               SET AF-ALLOW-ORIGINATOR TO TRUE
               IF AF-MAX-AMOUNT NOT NUMERIC
                   MOVE 0 TO AF-MAX-AMOUNT
               END-IF
               MOVE WS-TODAY TO AF-ADDED-DATE
               SET AF-FROM-EXCEPTION TO TRUE
               IF WS-AFLT-OUT-OPEN NOT = "Y"
                   OPEN EXTEND ACH-FILTER-FILE
                   IF NOT WS-AFLT-FILE-OK
                       OPEN OUTPUT ACH-FILTER-FILE
                   END-IF
                   MOVE "Y" TO WS-AFLT-OUT-OPEN
               END-IF
               MOVE ACH-FILTER-RECORD TO ACH-FILTER-IO
               WRITE ACH-FILTER-IO
               MOVE SPACES TO ACH-DEBIT-EXCEPTION-RECORD
               MOVE WS-TODAY             TO AX-DATE
               MOVE AF-ACCOUNT-ID        TO AX-ACCOUNT-ID
               MOVE AF-COMPANY-ID        TO AX-COMPANY-ID
               MOVE WEX-ORIGINATOR(WS-AEXC-FOUND-IDX)
                   TO AX-ORIGINATOR
               MOVE AF-MAX-AMOUNT        TO AX-AMOUNT
               SET AX-APPROVED TO TRUE
               PERFORM WRITE-DEBIT-EXCEPTION
               ADD 1 TO WS-APPROVED-COUNT.

           WRITE-INBOUND-RETURN.
               SET AIN-RETURNED TO TRUE
               MOVE ACH-INBOUND-RECORD TO RETURNS-OUT-RECORD
           DISPLAY-RESULTS.
               MOVE WS-TOTAL-POSTED TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Inbound ACH Entries"
               DISPLAY "=============================================="
               DISPLAY "  Items Read         : " WS-INBOUND-COUNT
               DISPLAY "  Credits Queued     : " WS-POSTED-COUNT
               DISPLAY "  Splits Generated   : " WS-SPLIT-COUNT
               DISPLAY "  Split Fallbacks    : " WS-FALLBACK-COUNT
               DISPLAY "  Total Posted       : " WS-DISP-AMOUNT
               MOVE WS-TOTAL-DEBITED TO WS-DISP-AMOUNT
               DISPLAY "  Debits Queued      : " WS-DEBIT-COUNT
               DISPLAY "  Total Debited      : " WS-DISP-AMOUNT
               DISPLAY "  Debits Blocked     : " WS-BLOCKED-COUNT
               MOVE WS-BLOCK-FEE-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Block Fees         : " WS-BLOCK-FEE-COUNT
                   "  " WS-DISP-AMOUNT
               DISPLAY "  Approvals Applied  : " WS-APPROVED-COUNT
               DISPLAY "  Approvals Refused  : " WS-APPR-REFUSED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/output/ACH-INBOUND-RETURNS.dat"
               DISPLAY "  → data/output/ACH-DEBIT-EXCEPTIONS.dat"
               DISPLAY "==============================================".
