      *================================================================
      * PROGRAM:    LOCKBOX-PROC.cbl
      * DESCRIPTION: Wholesale lockbox receivables. Business
      *              customers have their payers mail checks to our
      *              lockbox; the site captures each remittance item
      *              (payer, invoice number, check number, amount)
      *              onto LOCKBOX-ITEMS.dat (see
      *              LOCKBOX-ITEM-RECORD.cpy). The items are sorted
      *              by client and each client's day is credited as
      *              ONE deposit on DAILY-TRANSACTIONS.dat - a DEP
      *              with a check deposit source, so TXN-PROCESSOR
      *              puts it on float through HOLD-QUEUE.dat exactly
      *              as it does any other check deposit. The account
      *              answers come from the TXN-RULE-CHECK service:
      *              an unknown or inactive account, or one that is
      *              not a BUSINESS account, is credited nothing and
      *              every item it sent is listed as an exception.
      *              The deposit carries an S-series reference and a
      *              "LOCKBOX DEPOSIT" description, so the service
      *              treats it as bank-generated - a client's day of
      *              receivables is not held to the teller's
      *              single-deposit or daily aggregate limits.
      *              An item whose amount is missing or unreadable
      *              cannot be credited; an item whose invoice number
      *              is missing or unreadable is credited but cannot
      *              be applied automatically. Both kinds are listed
      *              on LOCKBOX-EXCEPTIONS.dat for the operations
      *              staff and the client.
      *              Each credited client gets its items on its own
      *              LOCKBOX-REMIT-<account>.dat (see
      *              LOCKBOX-REMIT-RECORD.cpy) to load into its
      *              accounts-receivable system.
      *              The per-item lockbox charge (FEE-SCHEDULE.dat
      *              columns 78-80) times the items credited is
      *              queued on LOCKBOX-FEES-DUE.dat for FEE-ENGINE to
      *              assess with the night's other fees - the same
      *              queue-then-drain route DEPOSIT-RETURN-PROC uses
      *              for returned-item charges.
      *              The item file is drained once taken in. Runs
      *              before TXN-VALIDATOR so the deposits post today.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOCKBOX-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: a day with no lockbox items credits
      *        nothing.
               SELECT LOCKBOX-ITEMS-FILE
                   ASSIGN TO "data/input/LOCKBOX-ITEMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LBX-STATUS.

      *        The items in client order - a sorted work copy, the
      *        way FEE-ENGINE sorts its queued fee files.
               SELECT SORTED-ITEMS-FILE
                   ASSIGN TO "data/output/LOCKBOX-WORK.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LBS-STATUS.

               SELECT FEE-SCHEDULE-FILE
                   ASSIGN TO "data/input/FEE-SCHEDULE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEESCHED-STATUS.

               SELECT SYSREF-FILE
                   ASSIGN TO "data/output/SYSTEM-REF-SEQ.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSREF-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

      *        One remittance file per client, named for the
      *        client's account.
               SELECT REMIT-FILE
                   ASSIGN TO WS-REMIT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-STATUS.

      *        Lockbox item charges queued for FEE-ENGINE - same
      *        queue-then-drain treatment RDI-FEES-DUE.dat gets.
               SELECT LOCKBOX-FEES-FILE
                   ASSIGN TO "data/output/LOCKBOX-FEES-DUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LBXFEE-STATUS.

               SELECT EXCEPTIONS-FILE
                   ASSIGN TO "data/output/LOCKBOX-EXCEPTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LOCKBOX-ITEMS-FILE.
           01 LOCKBOX-ITEM-IO       PIC X(100).

           FD SORTED-ITEMS-FILE.
           01 SORTED-ITEM-IO        PIC X(100).

           FD FEE-SCHEDULE-FILE.
           01 FEE-SCHEDULE-IO       PIC X(80).

           FD SYSREF-FILE.
           01 SYSREF-RECORD         PIC X(16).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(116).

           FD REMIT-FILE.
           01 REMIT-IO              PIC X(100).

           FD LOCKBOX-FEES-FILE.
           01 LOCKBOX-FEE-IO        PIC X(40).

           FD EXCEPTIONS-FILE.
           01 EXCEPTION-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-LBX-STATUS         PIC XX.
               88 WS-LBX-FILE-OK        VALUE "00".
           01 WS-LBS-STATUS         PIC XX.
               88 WS-LBS-FILE-OK        VALUE "00".
           01 WS-FEESCHED-STATUS    PIC XX.
               88 WS-FEESCHED-FILE-OK   VALUE "00".
           01 WS-SYSREF-STATUS      PIC XX.
               88 WS-SYSREF-FILE-OK     VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
           01 WS-REMIT-STATUS       PIC XX.
           01 WS-LBXFEE-STATUS      PIC XX.
           01 WS-EXC-STATUS         PIC XX.
               88 WS-EXC-FILE-OK        VALUE "00".
           01 WS-EOF-LBS            PIC X VALUE "N".
               88 NO-MORE-ITEMS        VALUE "Y".
           01 WS-EOF-FEESCHED       PIC X VALUE "N".
               88 END-OF-FEESCHED      VALUE "Y".

           COPY "LOCKBOX-ITEM-RECORD.cpy".
           COPY "LOCKBOX-REMIT-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "RULE-CHECK-AREA.cpy".

           01 WS-REMIT-PATH         PIC X(60).
           01 WS-SORT-CMD           PIC X(160).

      *    --- Per-item lockbox charge per account type, from
      *        columns 78-80 of the fee-schedule row - spaces mean
      *        the type is charged nothing per item ---
           01 WS-LBXFEE-MAX         PIC 99 VALUE 10.
           01 WS-LBXFEE-TABLE.
               05 WS-LBXFEE-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-LFIDX.
                   10 WLF-ACCT-TYPE    PIC X(10).
                   10 WLF-FEE          PIC 9V99.
           01 WS-LBXFEE-COUNT       PIC 99 VALUE 0.
           01 WS-LBXFEE-X           PIC X(03).
           01 WS-LBXFEE REDEFINES WS-LBXFEE-X
                               PIC 9V99.
           01 WS-MATCHED-LBX-FEE    PIC 9V99 VALUE 0.
      *    --- The queued amount goes out through the same raw
      *        9(9)V99 view FEE-ENGINE reads it back with ---
           01 WS-LBX-FEE-OUT        PIC 9(9)V99.
           01 WS-LBX-FEE-OUT-X REDEFINES WS-LBX-FEE-OUT
                               PIC X(11).
           01 WS-LBX-FEE-ITEMS      PIC 9(05).

      *    --- S-series references (same derivation ACCOUNT-MAINT
      *        makes) ---
           01 WS-SYSREF-SEQ         PIC 9(5) VALUE 0.
           01 WS-SYSREF-IO          PIC X(16).
           01 WS-SYSREF             PIC X(12).

      *    --- The client being decided: its account and items ---
           01 WS-CUR-OPEN           PIC X VALUE "N".
               88 CLIENT-IS-OPEN       VALUE "Y".
           01 WS-CUR-ACCOUNT-ID     PIC X(10).
           01 WS-CUR-ACCT-TYPE      PIC X(10).
           01 WS-ITM-MAX            PIC 9(5) VALUE 5000.
           01 WS-ITM-TABLE.
               05 WS-ITM-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ITM-IDX.
                   10 WLI-ROW          PIC X(100).
                   10 WLI-REASON       PIC X(03).
                   10 WLI-CREDIT       PIC X(01).
           01 WS-ITM-COUNT          PIC 9(5) VALUE 0.
           01 WS-VALID-COUNT        PIC 9(5) VALUE 0.
           01 WS-VALID-TOTAL        PIC 9(11)V99 VALUE 0.
           01 WS-CLIENT-REASON      PIC X(03).
           01 WS-BAD-CHAR-COUNT     PIC 9(3) VALUE 0.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Counters ---
           01 WS-ITEMS-READ         PIC 9(7) VALUE 0.
           01 WS-CLIENT-COUNT       PIC 9(5) VALUE 0.
           01 WS-CREDITED-COUNT     PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
           01 WS-ITEMS-CREDITED     PIC 9(7) VALUE 0.
           01 WS-TOTAL-CREDITED     PIC 9(11)V99 VALUE 0.
           01 WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
           01 WS-FEE-QUEUED-COUNT   PIC 9(5) VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COUNT          PIC Z,ZZZ,ZZ9.
           01 WS-REASON-CODE        PIC X(03).
           01 WS-REASON-TEXT        PIC X(30).
           01 WS-CREDIT-TEXT        PIC X(12).
           01 WS-OUT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               OPEN INPUT LOCKBOX-ITEMS-FILE
               IF NOT WS-LBX-FILE-OK
                   DISPLAY "  No LOCKBOX-ITEMS.dat - no lockbox "
                       "receivables today"
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               CLOSE LOCKBOX-ITEMS-FILE
               PERFORM INIT-RULE-SERVICE
               PERFORM LOAD-LOCKBOX-FEE-SCHEDULE
               PERFORM LOAD-SYSTEM-REF-SEQ
               PERFORM SORT-LOCKBOX-ITEMS
               PERFORM OPEN-OUTPUT-FILES
               PERFORM WRITE-EXCEPTION-HEADER
               OPEN INPUT SORTED-ITEMS-FILE
               IF WS-LBS-FILE-OK
                   PERFORM READ-NEXT-ITEM
                   PERFORM PROCESS-ITEM-ROW
                       UNTIL NO-MORE-ITEMS
                   IF CLIENT-IS-OPEN
                       PERFORM DECIDE-CURRENT-CLIENT
                   END-IF
                   CLOSE SORTED-ITEMS-FILE
               END-IF
               OPEN OUTPUT LOCKBOX-ITEMS-FILE
               CLOSE LOCKBOX-ITEMS-FILE
               IF WS-CREDITED-COUNT > 0
                   PERFORM REWRITE-SYSTEM-REF-SEQ
               END-IF
               PERFORM WRITE-EXCEPTION-TOTALS
               CLOSE DAILY-TXN-FILE
               CLOSE LOCKBOX-FEES-FILE
               CLOSE EXCEPTIONS-FILE
               MOVE SPACES TO WS-SORT-CMD
               STRING "rm -f data/output/LOCKBOX-WORK.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
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

      *    --- Only the type code and the per-item charge from
      *        columns 78-80 of the row are kept here; FEE-ENGINE
      *        reads the full layout ---
           LOAD-LOCKBOX-FEE-SCHEDULE.
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
                   IF WS-LBXFEE-COUNT < WS-LBXFEE-MAX
                       ADD 1 TO WS-LBXFEE-COUNT
                       MOVE FEE-SCHEDULE-IO(1:10)
                           TO WLF-ACCT-TYPE(WS-LBXFEE-COUNT)
                       MOVE FEE-SCHEDULE-IO(78:3) TO WS-LBXFEE-X
                       IF WS-LBXFEE IS NUMERIC
                           MOVE WS-LBXFEE
                               TO WLF-FEE(WS-LBXFEE-COUNT)
                       ELSE
                           MOVE 0 TO WLF-FEE(WS-LBXFEE-COUNT)
                       END-IF
                   END-IF
               END-READ.

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

      *    Account then capture sequence lead the row, so a plain
      *    sort brings each client's items together in the order
      *    the site captured them.
           SORT-LOCKBOX-ITEMS.
               MOVE SPACES TO WS-SORT-CMD
               STRING "sort data/input/LOCKBOX-ITEMS.dat -o "
                   DELIMITED SIZE
                   "data/output/LOCKBOX-WORK.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD.

      *    --- The feed and the fee queue are cumulative; the
      *        exceptions list is fresh per run ---
           OPEN-OUTPUT-FILES.
               OPEN EXTEND DAILY-TXN-FILE
               IF NOT WS-TXN-STATUS = "00"
                   OPEN OUTPUT DAILY-TXN-FILE
               END-IF
               OPEN EXTEND LOCKBOX-FEES-FILE
               IF NOT WS-LBXFEE-STATUS = "00"
                   OPEN OUTPUT LOCKBOX-FEES-FILE
               END-IF
               OPEN OUTPUT EXCEPTIONS-FILE
               IF NOT WS-EXC-FILE-OK
                   DISPLAY "ERROR: Cannot open LOCKBOX-EXCEPTIONS.dat"
                   DISPLAY "FILE STATUS: " WS-EXC-STATUS
                   STOP RUN
               END-IF.

      *================================================================
      *    The items, one client at a time.
      *================================================================
           READ-NEXT-ITEM.
               READ SORTED-ITEMS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LBS
               END-READ.

      *    A "*" comment row or a row with no account is skipped the
      *    way every other feed skips it.
           PROCESS-ITEM-ROW.
               IF SORTED-ITEM-IO(1:1) NOT = "*"
               AND SORTED-ITEM-IO(1:10) NOT = SPACES
                   IF CLIENT-IS-OPEN
                   AND SORTED-ITEM-IO(1:10) NOT = WS-CUR-ACCOUNT-ID
                       PERFORM DECIDE-CURRENT-CLIENT
                   END-IF
                   IF NOT CLIENT-IS-OPEN
                       PERFORM START-CLIENT
                   END-IF
                   PERFORM ADD-CLIENT-ITEM
               END-IF
               PERFORM READ-NEXT-ITEM.

           START-CLIENT.
               MOVE "Y" TO WS-CUR-OPEN
               MOVE SORTED-ITEM-IO(1:10) TO WS-CUR-ACCOUNT-ID
               MOVE 0 TO WS-ITM-COUNT.

      *    An item past the table is not lost: it is listed for the
      *    operations staff to credit by hand.
           ADD-CLIENT-ITEM.
               ADD 1 TO WS-ITEMS-READ
               IF WS-ITM-COUNT >= WS-ITM-MAX
                   MOVE SORTED-ITEM-IO TO LOCKBOX-ITEM-RECORD
                   MOVE "OVF" TO WS-REASON-CODE
                   MOVE "NOT CREDITED" TO WS-CREDIT-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-ITM-COUNT
                   MOVE SORTED-ITEM-IO TO WLI-ROW(WS-ITM-COUNT)
                   MOVE SPACES TO WLI-REASON(WS-ITM-COUNT)
                   MOVE "N" TO WLI-CREDIT(WS-ITM-COUNT)
               END-IF.

           DECIDE-CURRENT-CLIENT.
               ADD 1 TO WS-CLIENT-COUNT
               MOVE 0 TO WS-VALID-COUNT
               MOVE 0 TO WS-VALID-TOTAL
               MOVE SPACES TO WS-CLIENT-REASON
               MOVE SPACES TO WS-CUR-ACCT-TYPE
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
                   PERFORM VALIDATE-ONE-ITEM
               END-PERFORM
               IF WS-VALID-COUNT = 0
                   MOVE "NOI" TO WS-CLIENT-REASON
               ELSE
                   PERFORM JUDGE-CLIENT-ACCOUNT
               END-IF
               IF WS-CLIENT-REASON = SPACES
                   PERFORM CREDIT-CLIENT
               ELSE
                   PERFORM REFUSE-CLIENT
               END-IF
               MOVE "N" TO WS-CUR-OPEN.

      *    No usable amount means nothing to credit. An invoice
      *    number that is blank, or that the site captured with "?"
      *    or "*" for characters it could not read, still credits -
      *    the money is the client's - but goes on the exceptions
      *    list so the client can apply it by hand.
           VALIDATE-ONE-ITEM.
               MOVE WLI-ROW(WS-ITM-IDX) TO LOCKBOX-ITEM-RECORD
               IF LBX-AMOUNT IS NOT NUMERIC
               OR LBX-AMOUNT = 0
                   MOVE "AMT" TO WLI-REASON(WS-ITM-IDX)
               ELSE
                   MOVE "Y" TO WLI-CREDIT(WS-ITM-IDX)
                   ADD 1 TO WS-VALID-COUNT
                   ADD LBX-AMOUNT TO WS-VALID-TOTAL
                   IF LBX-INVOICE-NUMBER = SPACES
                       MOVE "INV" TO WLI-REASON(WS-ITM-IDX)
                   ELSE
                       MOVE 0 TO WS-BAD-CHAR-COUNT
                       INSPECT LBX-INVOICE-NUMBER TALLYING
                           WS-BAD-CHAR-COUNT FOR ALL "?"
                                                 ALL "*"
                                                 ALL LOW-VALUES
                       IF WS-BAD-CHAR-COUNT > 0
                           MOVE "UNR" TO WLI-REASON(WS-ITM-IDX)
                       END-IF
                   END-IF
               END-IF.

      *    The deposit is judged as TXN-VALIDATOR will judge it
      *    tonight. Its reference is drawn now so the service sees
      *    it as bank-generated, and handed back if the client is
      *    refused.
           JUDGE-CLIENT-ACCOUNT.
               PERFORM NEXT-SYSTEM-REFERENCE
               PERFORM BUILD-DEPOSIT-TXN
               INITIALIZE RULE-CHECK-REQUEST
               SET RCQ-CHECK TO TRUE
               MOVE WS-TODAY TO RCQ-BUSDATE
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY
               MOVE RCR-ACCT-TYPE TO WS-CUR-ACCT-TYPE
               EVALUATE TRUE
                   WHEN RCR-ERROR-CODE = "E01"
                   WHEN RCR-ERROR-CODE = "E02"
                       MOVE RCR-ERROR-CODE TO WS-CLIENT-REASON
                   WHEN RCR-ACCT-TYPE NOT = "BUSINESS  "
                       MOVE "TYP" TO WS-CLIENT-REASON
                   WHEN RCR-CLEAN
                       CONTINUE
                   WHEN OTHER
                       MOVE RCR-ERROR-CODE TO WS-CLIENT-REASON
               END-EVALUATE
               IF WS-CLIENT-REASON NOT = SPACES
                   SUBTRACT 1 FROM WS-SYSREF-SEQ
               END-IF.

      *    One check deposit for the client's whole day; the check
      *    source puts it on float in TXN-PROCESSOR like any other.
           BUILD-DEPOSIT-TXN.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE WS-CUR-ACCOUNT-ID    TO TR-ACCOUNT-ID
               MOVE "DEP"                TO TR-TXN-TYPE
               MOVE WS-VALID-TOTAL       TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE SPACES               TO TR-DESCRIPTION
               STRING "LOCKBOX DEPOSIT " DELIMITED SIZE
                   WS-VALID-COUNT DELIMITED SIZE
                   " ITEMS" DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE SPACES               TO TR-ERROR-CODE
               MOVE SPACES               TO TR-EXTERNAL-ROUTING
               MOVE SPACES               TO TR-EXTERNAL-ACCOUNT
               MOVE "K"                  TO TR-DEPOSIT-SOURCE
               MOVE WS-SYSREF            TO TR-REFERENCE.

           CREDIT-CLIENT.
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               ADD 1 TO WS-CREDITED-COUNT
               ADD WS-VALID-COUNT TO WS-ITEMS-CREDITED
               ADD WS-VALID-TOTAL TO WS-TOTAL-CREDITED
               PERFORM OPEN-REMIT-FILE
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
                   MOVE WLI-ROW(WS-ITM-IDX) TO LOCKBOX-ITEM-RECORD
                   IF WLI-CREDIT(WS-ITM-IDX) = "Y"
                       PERFORM WRITE-REMIT-ROW
                       MOVE "CREDITED" TO WS-CREDIT-TEXT
                   ELSE
                       MOVE "NOT CREDITED" TO WS-CREDIT-TEXT
                   END-IF
                   IF WLI-REASON(WS-ITM-IDX) NOT = SPACES
                       MOVE WLI-REASON(WS-ITM-IDX) TO WS-REASON-CODE
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-PERFORM
               CLOSE REMIT-FILE
               PERFORM QUEUE-LOCKBOX-FEE.

      *    Nothing is credited: every item goes on the list, under
      *    its own reason where it had one and the account's
      *    otherwise.
           REFUSE-CLIENT.
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "NOT CREDITED" TO WS-CREDIT-TEXT
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
                   MOVE WLI-ROW(WS-ITM-IDX) TO LOCKBOX-ITEM-RECORD
                   IF WLI-REASON(WS-ITM-IDX) = "AMT"
                   OR WS-CLIENT-REASON = "NOI"
                       MOVE WLI-REASON(WS-ITM-IDX) TO WS-REASON-CODE
                   ELSE
                       MOVE WS-CLIENT-REASON TO WS-REASON-CODE
                   END-IF
                   PERFORM WRITE-EXCEPTION-LINE
               END-PERFORM.

      *    --- Cumulative until the client collects it, same
      *        EXTEND-or-fall-back-to-OUTPUT pattern the fee queue
      *        uses ---
           OPEN-REMIT-FILE.
               MOVE SPACES TO WS-REMIT-PATH
               STRING "data/output/LOCKBOX-REMIT-" DELIMITED SIZE
                   WS-CUR-ACCOUNT-ID DELIMITED SPACE
                   ".dat" DELIMITED SIZE
                   INTO WS-REMIT-PATH
               OPEN EXTEND REMIT-FILE
               IF NOT WS-REMIT-STATUS = "00"
                   OPEN OUTPUT REMIT-FILE
               END-IF.

           WRITE-REMIT-ROW.
               INITIALIZE LOCKBOX-REMIT-RECORD
               MOVE WS-TODAY            TO LBR-DEPOSIT-DATE
               MOVE LBX-ACCOUNT-ID      TO LBR-ACCOUNT-ID
               MOVE LBX-ITEM-SEQ        TO LBR-ITEM-SEQ
               MOVE LBX-PAYER-NAME      TO LBR-PAYER-NAME
               MOVE LBX-INVOICE-NUMBER  TO LBR-INVOICE-NUMBER
               MOVE LBX-CHECK-NUMBER    TO LBR-CHECK-NUMBER
               MOVE LBX-AMOUNT          TO LBR-AMOUNT
               EVALUATE WLI-REASON(WS-ITM-IDX)
                   WHEN "INV"
                       SET LBR-INVOICE-MISSING TO TRUE
                   WHEN "UNR"
                       SET LBR-INVOICE-UNREADABLE TO TRUE
                   WHEN OTHER
                       SET LBR-INVOICE-OK TO TRUE
               END-EVALUATE
               MOVE LOCKBOX-REMIT-RECORD TO REMIT-IO
               WRITE REMIT-IO.

      *    Same 40-byte account/amount row RDI-FEES-DUE.dat carries,
      *    with the item count behind it for the fee line; the
      *    charge is for the items credited.
           QUEUE-LOCKBOX-FEE.
               MOVE 0 TO WS-MATCHED-LBX-FEE
               PERFORM VARYING WS-LFIDX FROM 1 BY 1
                   UNTIL WS-LFIDX > WS-LBXFEE-COUNT
                   IF WLF-ACCT-TYPE(WS-LFIDX) = WS-CUR-ACCT-TYPE
                       MOVE WLF-FEE(WS-LFIDX) TO WS-MATCHED-LBX-FEE
                   END-IF
               END-PERFORM
               IF WS-MATCHED-LBX-FEE > 0
                   COMPUTE WS-LBX-FEE-OUT =
                       WS-MATCHED-LBX-FEE * WS-VALID-COUNT
                   MOVE WS-VALID-COUNT    TO WS-LBX-FEE-ITEMS
                   MOVE SPACES            TO LOCKBOX-FEE-IO
                   MOVE WS-CUR-ACCOUNT-ID TO LOCKBOX-FEE-IO(1:10)
                   MOVE WS-LBX-FEE-OUT-X  TO LOCKBOX-FEE-IO(11:11)
                   MOVE WS-LBX-FEE-ITEMS  TO LOCKBOX-FEE-IO(22:5)
                   WRITE LOCKBOX-FEE-IO
                   ADD 1 TO WS-FEE-QUEUED-COUNT
               END-IF.

      *================================================================
      *    The exceptions list.
      *================================================================
           WRITE-EXCEPTION-HEADER.
               MOVE ALL "=" TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - LOCKBOX REMITTANCE EXCEPTIONS  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE ALL "=" TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "ACCOUNT"        TO WS-OUT-LINE(3:7)
               MOVE "SEQ"            TO WS-OUT-LINE(14:3)
               MOVE "PAYER"          TO WS-OUT-LINE(20:5)
               MOVE "INVOICE"        TO WS-OUT-LINE(46:7)
               MOVE "CHECK"          TO WS-OUT-LINE(62:5)
               MOVE "AMOUNT"         TO WS-OUT-LINE(81:6)
               MOVE "REASON"         TO WS-OUT-LINE(89:6)
               MOVE WS-OUT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE ALL "-" TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD.

           WRITE-EXCEPTION-LINE.
               MOVE 0 TO WS-RPT-AMOUNT
               IF LBX-AMOUNT IS NUMERIC
                   MOVE LBX-AMOUNT TO WS-RPT-AMOUNT
               END-IF
               PERFORM SET-REASON-TEXT
               MOVE SPACES TO WS-OUT-LINE
               MOVE LBX-ACCOUNT-ID     TO WS-OUT-LINE(3:10)
               MOVE LBX-ITEM-SEQ       TO WS-OUT-LINE(14:5)
               MOVE LBX-PAYER-NAME     TO WS-OUT-LINE(20:25)
               MOVE LBX-INVOICE-NUMBER TO WS-OUT-LINE(46:15)
               MOVE LBX-CHECK-NUMBER   TO WS-OUT-LINE(62:10)
               MOVE WS-RPT-AMOUNT      TO WS-OUT-LINE(73:14)
               MOVE WS-REASON-CODE     TO WS-OUT-LINE(89:3)
               MOVE WS-REASON-TEXT     TO WS-OUT-LINE(93:27)
               MOVE WS-CREDIT-TEXT     TO WS-OUT-LINE(121:12)
               MOVE WS-OUT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT.

           SET-REASON-TEXT.
               EVALUATE WS-REASON-CODE
                   WHEN "INV"
                       MOVE "INVOICE NUMBER MISSING"
                           TO WS-REASON-TEXT
                   WHEN "UNR"
                       MOVE "INVOICE NUMBER UNREADABLE"
                           TO WS-REASON-TEXT
                   WHEN "AMT"
                       MOVE "AMOUNT UNREADABLE" TO WS-REASON-TEXT
                   WHEN "OVF"
                       MOVE "OVER ITEMS PER CLIENT" TO WS-REASON-TEXT
                   WHEN "TYP"
                       MOVE "NOT A BUSINESS ACCOUNT"
                           TO WS-REASON-TEXT
                   WHEN "E01"
                       MOVE "ACCOUNT NOT FOUND" TO WS-REASON-TEXT
                   WHEN "E02"
                       MOVE "ACCOUNT NOT ACTIVE" TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE "UNABLE TO PROCESS" TO WS-REASON-TEXT
               END-EVALUATE.

           WRITE-EXCEPTION-TOTALS.
               MOVE ALL "=" TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE WS-ITEMS-READ TO WS-RPT-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ITEMS RECEIVED    " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE WS-ITEMS-CREDITED TO WS-RPT-COUNT
               MOVE WS-TOTAL-CREDITED TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ITEMS CREDITED    " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  EXCEPTIONS LISTED " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD.

           DISPLAY-RESULTS.
               MOVE WS-TOTAL-CREDITED TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Lockbox Receivables"
               DISPLAY "=============================================="
               DISPLAY "  Items Received     : " WS-ITEMS-READ
               DISPLAY "  Clients            : " WS-CLIENT-COUNT
               DISPLAY "  Clients Credited   : " WS-CREDITED-COUNT
               DISPLAY "  Clients Refused    : " WS-REFUSED-COUNT
               DISPLAY "  Items Credited     : " WS-ITEMS-CREDITED
               DISPLAY "  Amount Credited    : " WS-DISP-AMOUNT
               DISPLAY "  Exceptions Listed  : " WS-EXCEPTION-COUNT
               DISPLAY "  Fees Queued        : " WS-FEE-QUEUED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/output/LOCKBOX-REMIT-<account>.dat"
               DISPLAY "  → data/output/LOCKBOX-EXCEPTIONS.dat"
               DISPLAY "  → data/output/LOCKBOX-FEES-DUE.dat"
               DISPLAY "==============================================".
