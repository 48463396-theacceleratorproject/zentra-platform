      *================================================================
      * PROGRAM:    RTP-SETTLE.cbl
      * DESCRIPTION: Instant-payments settlement - brings the day's
      *              RTP-GATEWAY activity into the nightly cycle so
      *              the ledger, GL and control totals carry it
      *              exactly once. Each morning, before the validator:
      *                - settles yesterday first: the totals stored
      *                  on RTP-SETTLE-CONTROL.dat are proved against
      *                  the RTI/RTO items that actually posted (last
      *                  night's APPROVED-TRANSACTIONS.dat is still on
      *                  disk when this runs), and any that rejected
      *                  - money that already moved on the rail but
      *                  could not post - are listed as exceptions;
      *                - every memo-posted row on RTP-ACTIVITY.dat is
      *                  appended to the daily feed as an RTI credit
      *                  or RTO debit carrying its gateway reference
      *                  and TR-STATUS RTS (already judged at the
      *                  gateway, so the validator only asks that the
      *                  account and amount can post), booked by
      *                  GL-POSTING through the RTI/RTO chart rows
      *                  against the instant-payments funding GL
      *                  account. The row is then marked brought in
      *                  (B) with tonight's date, which takes it out
      *                  of the memo figures. A reference already on
      *                  the feed is never appended twice, so a rerun
      *                  after a failure brings nothing in again;
      *                - the settlement-position report
      *                  RTP-SETTLEMENT-POSITION.dat walks the funding
      *                  account from its opening position through
      *                  each item in the order the gateway took it,
      *                  showing inbound and outbound totals, the
      *                  intraday low-water mark, the closing
      *                  position, and a top-up call when the close
      *                  is under the minimum on RTP-FUNDING.dat;
      *                - tonight's totals and closing position are
      *                  stored for tomorrow's proof and for the
      *                  gateway's position check.
      *              Brought-in and refused rows from earlier nights
      *              drop off RTP-ACTIVITY.dat here, once their day
      *              is past the gateway's retransmission window.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RTP-SETTLE.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional log: no gateway activity brings in none.
               SELECT ACTIVITY-FILE
                   ASSIGN TO "data/output/RTP-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACT-STATUS.

               SELECT FUNDING-FILE
                   ASSIGN TO "data/input/RTP-FUNDING.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FUND-STATUS.

               SELECT APPROVED-FILE
                   ASSIGN TO "data/output/APPROVED-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APR-STATUS.

               SELECT REJECTED-FILE
                   ASSIGN TO "data/output/REJECTED-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJ-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

      *        Expected totals and closing position carried to the
      *        next morning's proof and the gateway.
               SELECT CONTROL-FILE
                   ASSIGN TO "data/output/RTP-SETTLE-CONTROL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/RTP-SETTLEMENT-POSITION.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACTIVITY-FILE.
           01 ACTIVITY-IO           PIC X(170).

           FD FUNDING-FILE.
           01 FUNDING-IO            PIC X(40).

           FD APPROVED-FILE.
           01 APPROVED-IO           PIC X(116).

           FD REJECTED-FILE.
           01 REJECTED-IO           PIC X(116).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(116).

           FD CONTROL-FILE.
           01 CONTROL-IO            PIC X(70).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-ACT-STATUS         PIC XX.
               88 WS-ACT-FILE-OK        VALUE "00".
           01 WS-FUND-STATUS        PIC XX.
               88 WS-FUND-FILE-OK       VALUE "00".
           01 WS-APR-STATUS         PIC XX.
               88 WS-APR-FILE-OK        VALUE "00".
           01 WS-REJ-STATUS         PIC XX.
               88 WS-REJ-FILE-OK        VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
               88 WS-TXN-FILE-OK        VALUE "00".
           01 WS-CTL-STATUS         PIC XX.
               88 WS-CTL-FILE-OK        VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-ACT            PIC X VALUE "N".
               88 END-OF-ACT-LOAD      VALUE "Y".
           01 WS-EOF-APR            PIC X VALUE "N".
               88 END-OF-APPROVED      VALUE "Y".
           01 WS-EOF-REJ            PIC X VALUE "N".
               88 END-OF-REJECTED      VALUE "Y".
           01 WS-EOF-TXN            PIC X VALUE "N".
               88 END-OF-FEED-LOAD     VALUE "Y".

           COPY "TRANSACTION-RECORD.cpy".
           COPY "RTP-ACTIVITY-RECORD.cpy".
           COPY "RTP-FUNDING-RECORD.cpy".

      *    --- The whole log, rewritten with tonight's flips ---
           01 WS-ACT-MAX            PIC 9(5) VALUE 20000.
           01 WS-ACT-TABLE.
               05 WS-ACT-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-ACT-IDX.
                   10 WAC-RECORD       PIC X(170).
           01 WS-ACT-COUNT          PIC 9(5) VALUE 0.

      *    --- Gateway references already on the feed, so a rerun
      *        never appends an item twice ---
           01 WS-FREF-MAX           PIC 9(5) VALUE 20000.
           01 WS-FREF-TABLE.
               05 WS-FREF-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-FREF-IDX.
                   10 WFR-REFERENCE    PIC X(12).
           01 WS-FREF-COUNT         PIC 9(5) VALUE 0.
           01 WS-ON-FEED            PIC X VALUE "N".

      *    --- Control row: date(1-10) count(12-18) amount(20-34)
      *        closing position(36-49) opening position(51-64),
      *        both positions signed ---
           01 WS-EXP-DATE           PIC X(10) VALUE SPACES.
           01 WS-EXP-COUNT          PIC 9(7) VALUE 0.
           01 WS-EXP-AMOUNT         PIC 9(13)V99 VALUE 0.
           01 WS-CTL-AMOUNT-X       PIC X(15).
           01 WS-CTL-AMOUNT REDEFINES WS-CTL-AMOUNT-X
                               PIC 9(13)V99.
           01 WS-CTL-POSITION-X     PIC X(14).
           01 WS-CTL-POSITION REDEFINES WS-CTL-POSITION-X
                               PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-CTL-CLOSING        PIC S9(11)V99 VALUE 0.
           01 WS-CTL-CLOSING-FOUND  PIC X VALUE "N".
           01 WS-CTL-OPENING        PIC S9(11)V99 VALUE 0.
           01 WS-CTL-OPENING-FOUND  PIC X VALUE "N".
           01 WS-POSTED-COUNT       PIC 9(7) VALUE 0.
           01 WS-POSTED-AMOUNT      PIC 9(13)V99 VALUE 0.
           01 WS-EXC-COUNT          PIC 9(5) VALUE 0.

      *    --- Tonight's figures ---
           01 WS-FUNDING-ON-FILE    PIC X VALUE "N".
           01 WS-NEW-COUNT          PIC 9(7) VALUE 0.
           01 WS-DAY-COUNT          PIC 9(7) VALUE 0.
           01 WS-DAY-AMOUNT         PIC 9(13)V99 VALUE 0.
           01 WS-IN-COUNT           PIC 9(7) VALUE 0.
           01 WS-IN-AMOUNT          PIC 9(13)V99 VALUE 0.
           01 WS-OUT-COUNT          PIC 9(7) VALUE 0.
           01 WS-OUT-AMOUNT         PIC 9(13)V99 VALUE 0.
           01 WS-OPENING            PIC S9(11)V99 VALUE 0.
           01 WS-POSITION           PIC S9(11)V99 VALUE 0.
           01 WS-LOW-WATER          PIC S9(11)V99 VALUE 0.
           01 WS-LOW-WATER-REF      PIC X(12) VALUE SPACES.
           01 WS-TOPUP              PIC S9(11)V99 VALUE 0.
           01 WS-PURGED-COUNT       PIC 9(5) VALUE 0.

      *    --- Date / display ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-DISP-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           01 WS-DISP-POSITION      PIC $$,$$$,$$$,$$9.99-.
           01 WS-OUT-LINE           PIC X(100).
           01 WS-FEED-OPEN          PIC X VALUE "N".
           01 WS-REPORT-OPEN        PIC X VALUE "N".

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-FUNDING-ROW
               PERFORM LOAD-CONTROL-ROW
               PERFORM OPEN-POSITION-REPORT
               PERFORM RECONCILE-YESTERDAY
               PERFORM LOAD-ACTIVITY-LOG
               PERFORM LOAD-FEED-REFERENCES
               PERFORM BRING-IN-MEMO-POSTS
               IF WS-FEED-OPEN = "Y"
                   CLOSE DAILY-TXN-FILE
               END-IF
               PERFORM REWRITE-ACTIVITY-LOG
               PERFORM WRITE-POSITION-REPORT
               PERFORM STORE-EXPECTED-TOTALS
               IF WS-REPORT-OPEN = "Y"
                   CLOSE REPORT-FILE
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
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2).

      *    --- Optional: no funding row tracks the position from
      *        zero with no minimum ---
           LOAD-FUNDING-ROW.
               MOVE SPACES TO RTP-FUNDING-RECORD
               OPEN INPUT FUNDING-FILE
               IF WS-FUND-FILE-OK
                   READ FUNDING-FILE INTO FUNDING-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNDING-IO TO RTP-FUNDING-RECORD
                       MOVE "Y" TO WS-FUNDING-ON-FILE
                   END-READ
                   CLOSE FUNDING-FILE
               END-IF.

           LOAD-CONTROL-ROW.
               OPEN INPUT CONTROL-FILE
               IF WS-CTL-FILE-OK
                   READ CONTROL-FILE INTO CONTROL-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-IO(1:10) TO WS-EXP-DATE
                       IF CONTROL-IO(12:7) IS NUMERIC
                           MOVE CONTROL-IO(12:7) TO WS-EXP-COUNT
                       END-IF
                       MOVE CONTROL-IO(20:15) TO WS-CTL-AMOUNT-X
                       IF WS-CTL-AMOUNT IS NUMERIC
                           MOVE WS-CTL-AMOUNT TO WS-EXP-AMOUNT
                       END-IF
                       MOVE CONTROL-IO(36:14) TO WS-CTL-POSITION-X
                       IF WS-CTL-POSITION-X(2:13) IS NUMERIC
                           MOVE WS-CTL-POSITION TO WS-CTL-CLOSING
                           MOVE "Y" TO WS-CTL-CLOSING-FOUND
                       END-IF
                       MOVE CONTROL-IO(51:14) TO WS-CTL-POSITION-X
                       IF WS-CTL-POSITION-X(2:13) IS NUMERIC
                           MOVE WS-CTL-POSITION TO WS-CTL-OPENING
                           MOVE "Y" TO WS-CTL-OPENING-FOUND
                       END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
      *        A control row already dated today means this is a
      *        rerun: the day opened where the first run said it did.
               EVALUATE TRUE
                   WHEN WS-EXP-DATE = WS-TODAY
                   AND WS-CTL-OPENING-FOUND = "Y"
                       MOVE WS-CTL-OPENING TO WS-OPENING
                   WHEN WS-EXP-DATE NOT = WS-TODAY
                   AND WS-CTL-CLOSING-FOUND = "Y"
                       MOVE WS-CTL-CLOSING TO WS-OPENING
                   WHEN WS-FUNDING-ON-FILE = "Y"
                   AND RF-OPENING-POSITION IS NUMERIC
                       MOVE RF-OPENING-POSITION TO WS-OPENING
                   WHEN OTHER
                       MOVE 0 TO WS-OPENING
               END-EVALUATE.

           OPEN-POSITION-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-OK
                   MOVE "Y" TO WS-REPORT-OPEN
                   MOVE ALL "=" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  ZENTRA BANK - INSTANT PAYMENTS "
                       DELIMITED SIZE
                       "SETTLEMENT POSITION  " DELIMITED SIZE
                       WS-TODAY DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE ALL "=" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO WS-OUT-LINE
                   IF WS-FUNDING-ON-FILE = "Y"
                       STRING "  FUNDING ACCOUNT: " DELIMITED SIZE
                           RF-FUNDING-ACCOUNT DELIMITED SIZE
                           INTO WS-OUT-LINE
                   ELSE
                       MOVE "  FUNDING ACCOUNT: (none on file)"
                           TO WS-OUT-LINE
                   END-IF
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "  PRIOR DAY PROOF" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

      *    Yesterday's proof: what the control row expected against
      *    what the pipeline actually posted, plus the items that
      *    still could not post as exceptions for operations to
      *    chase with the customer - the money has already moved.
           RECONCILE-YESTERDAY.
               EVALUATE TRUE
                   WHEN WS-EXP-DATE = SPACES
                       IF WS-REPORT-OPEN = "Y"
                           MOVE "  (no prior settlement to prove)"
                               TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
                   WHEN WS-EXP-DATE = WS-TODAY
                       IF WS-REPORT-OPEN = "Y"
                           MOVE "  (rerun - prior day already proved)"
                               TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
                   WHEN OTHER
                       PERFORM SCAN-POSTED-RTP-ITEMS
                       PERFORM SCAN-REJECTED-RTP-ITEMS
                       PERFORM WRITE-RECON-SUMMARY
               END-EVALUATE.

           SCAN-POSTED-RTP-ITEMS.
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
                   IF TR-RTP-CREDIT OR TR-RTP-DEBIT
                       ADD 1 TO WS-POSTED-COUNT
                       IF TR-AMOUNT IS NUMERIC
                           ADD TR-AMOUNT TO WS-POSTED-AMOUNT
                       END-IF
                   END-IF
               END-READ.

           SCAN-REJECTED-RTP-ITEMS.
               OPEN INPUT REJECTED-FILE
               IF WS-REJ-FILE-OK
                   PERFORM SCAN-ONE-REJECTED
                       UNTIL END-OF-REJECTED
                   CLOSE REJECTED-FILE
               END-IF.

           SCAN-ONE-REJECTED.
               READ REJECTED-FILE INTO REJECTED-IO
               AT END
                   MOVE "Y" TO WS-EOF-REJ
               NOT AT END
                   MOVE REJECTED-IO TO TRANSACTION-RECORD
                   IF TR-RTP-CREDIT OR TR-RTP-DEBIT
                       ADD 1 TO WS-EXC-COUNT
                       IF WS-REPORT-OPEN = "Y"
                           MOVE SPACES TO WS-OUT-LINE
                           MOVE "  EXCEPTION " TO WS-OUT-LINE(1:12)
                           MOVE TR-REFERENCE  TO WS-OUT-LINE(13:12)
                           MOVE TR-ACCOUNT-ID TO WS-OUT-LINE(26:10)
                           MOVE TR-TXN-TYPE   TO WS-OUT-LINE(37:3)
                           MOVE TR-ERROR-CODE TO WS-OUT-LINE(41:3)
                           MOVE TR-DESCRIPTION
                               TO WS-OUT-LINE(45:30)
                           MOVE WS-OUT-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
                   END-IF
               END-READ.

           WRITE-RECON-SUMMARY.
               IF WS-REPORT-OPEN = "Y"
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WS-EXP-AMOUNT TO WS-DISP-AMOUNT
                   STRING "  EXPECTED " DELIMITED SIZE
                       WS-EXP-COUNT DELIMITED SIZE
                       " ITEMS " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       " (" DELIMITED SIZE
                       WS-EXP-DATE DELIMITED SIZE
                       ")" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WS-POSTED-AMOUNT TO WS-DISP-AMOUNT
                   STRING "  POSTED   " DELIMITED SIZE
                       WS-POSTED-COUNT DELIMITED SIZE
                       " ITEMS " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-POSTED-COUNT NOT = WS-EXP-COUNT
                   OR WS-POSTED-AMOUNT NOT = WS-EXP-AMOUNT
                       MOVE "  *** OUT OF PROOF - INVESTIGATE ***"
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF.

      *    --- Optional file: the whole log is held for the rewrite.
      *        Rows settled or refused on an earlier day have served
      *        the gateway's retransmission check and are dropped ---
           LOAD-ACTIVITY-LOG.
               OPEN INPUT ACTIVITY-FILE
               IF WS-ACT-FILE-OK
                   PERFORM READ-ONE-ACTIVITY-ROW
                       UNTIL END-OF-ACT-LOAD
                   CLOSE ACTIVITY-FILE
               END-IF.

           READ-ONE-ACTIVITY-ROW.
               READ ACTIVITY-FILE INTO ACTIVITY-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACT
               NOT AT END
                   MOVE ACTIVITY-IO TO RTP-ACTIVITY-RECORD
                   EVALUATE TRUE
                       WHEN RA-BROUGHT-IN
                       AND RA-BATCH-DATE < WS-TODAY
                           ADD 1 TO WS-PURGED-COUNT
                       WHEN RA-REFUSED
                       AND RA-BUS-DATE < WS-TODAY
                           ADD 1 TO WS-PURGED-COUNT
                       WHEN WS-ACT-COUNT < WS-ACT-MAX
                           ADD 1 TO WS-ACT-COUNT
                           MOVE ACTIVITY-IO TO WAC-RECORD(WS-ACT-COUNT)
                       WHEN OTHER
                           DISPLAY "FATAL: RTP-ACTIVITY.dat exceeds "
                               "capacity - nothing brought in"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
               END-READ.

      *    --- Gateway references already on tonight's feed ---
           LOAD-FEED-REFERENCES.
               OPEN INPUT DAILY-TXN-FILE
               IF WS-TXN-FILE-OK
                   PERFORM READ-ONE-FEED-ROW
                       UNTIL END-OF-FEED-LOAD
                   CLOSE DAILY-TXN-FILE
               END-IF.

           READ-ONE-FEED-ROW.
               READ DAILY-TXN-FILE INTO DAILY-TXN-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-TXN
               NOT AT END
                   MOVE DAILY-TXN-RECORD TO TRANSACTION-RECORD
                   IF TR-REFERENCE(1:1) = "P"
                   AND WS-FREF-COUNT < WS-FREF-MAX
                       ADD 1 TO WS-FREF-COUNT
                       MOVE TR-REFERENCE
                           TO WFR-REFERENCE(WS-FREF-COUNT)
                   END-IF
               END-READ.

      *    Every memo-posted row goes onto the feed (unless a
      *    failed earlier run already put it there) and becomes
      *    brought in as of tonight.
           BRING-IN-MEMO-POSTS.
               PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
                   MOVE WAC-RECORD(WS-ACT-IDX) TO RTP-ACTIVITY-RECORD
                   IF RA-MEMO-POSTED
                       PERFORM BRING-IN-ONE-ITEM
                       SET RA-BROUGHT-IN TO TRUE
                       MOVE WS-TODAY TO RA-BATCH-DATE
                       MOVE RTP-ACTIVITY-RECORD
                           TO WAC-RECORD(WS-ACT-IDX)
                   END-IF
               END-PERFORM.

           BRING-IN-ONE-ITEM.
               MOVE "N" TO WS-ON-FEED
               PERFORM VARYING WS-FREF-IDX FROM 1 BY 1
                   UNTIL WS-FREF-IDX > WS-FREF-COUNT
                   IF WFR-REFERENCE(WS-FREF-IDX) = RA-REFERENCE
                       MOVE "Y" TO WS-ON-FEED
                   END-IF
               END-PERFORM
               IF WS-ON-FEED NOT = "Y"
                   PERFORM WRITE-RTP-TXN
               END-IF.

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

      *    Dated the day the money moved, not tonight, so the ledger
      *    and statement show it on the day the customer saw it.
           WRITE-RTP-TXN.
               PERFORM OPEN-DAILY-TXN-FILE
               INITIALIZE TRANSACTION-RECORD
               MOVE RA-BUS-DATE        TO TR-DATE
               MOVE RA-ACCOUNT-ID      TO TR-ACCOUNT-ID
               MOVE RA-AMOUNT          TO TR-AMOUNT
               MOVE SPACES             TO TR-DESCRIPTION
               IF RA-INBOUND
                   MOVE "RTI"          TO TR-TXN-TYPE
                   STRING "RTP FROM " DELIMITED SIZE
                       RA-CPTY-NAME DELIMITED SIZE
                       INTO TR-DESCRIPTION
               ELSE
                   MOVE "RTO"          TO TR-TXN-TYPE
                   STRING "RTP TO " DELIMITED SIZE
                       RA-CPTY-NAME DELIMITED SIZE
                       INTO TR-DESCRIPTION
               END-IF
               MOVE "RTS"              TO TR-STATUS
               MOVE RA-CPTY-ROUTING    TO TR-EXTERNAL-ROUTING
               MOVE RA-CPTY-ACCOUNT    TO TR-EXTERNAL-ACCOUNT
               MOVE "E"                TO TR-DEPOSIT-SOURCE
               MOVE RA-REFERENCE       TO TR-REFERENCE
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               ADD 1 TO WS-NEW-COUNT.

           REWRITE-ACTIVITY-LOG.
               OPEN OUTPUT ACTIVITY-FILE
               PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
                   MOVE WAC-RECORD(WS-ACT-IDX) TO ACTIVITY-IO
                   WRITE ACTIVITY-IO
               END-PERFORM
               CLOSE ACTIVITY-FILE.

      *    The funding account walked item by item, in the order the
      *    gateway took them, over everything brought in tonight
      *    (on a rerun that includes what the first run brought in).
           WRITE-POSITION-REPORT.
               MOVE WS-OPENING TO WS-POSITION
               MOVE WS-OPENING TO WS-LOW-WATER
               IF WS-REPORT-OPEN = "Y"
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "  ITEMS BROUGHT IN" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE "  REFERENCE"  TO WS-OUT-LINE(1:11)
                   MOVE "DIR"          TO WS-OUT-LINE(16:3)
                   MOVE "ACCOUNT"      TO WS-OUT-LINE(20:7)
                   MOVE "AMOUNT"       TO WS-OUT-LINE(43:6)
                   MOVE "POSITION"     TO WS-OUT-LINE(60:8)
                   MOVE "COUNTERPARTY" TO WS-OUT-LINE(70:12)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
                   MOVE WAC-RECORD(WS-ACT-IDX) TO RTP-ACTIVITY-RECORD
                   IF RA-BROUGHT-IN AND RA-BATCH-DATE = WS-TODAY
                       PERFORM WALK-ONE-ITEM
                   END-IF
               END-PERFORM
               IF WS-REPORT-OPEN = "Y"
                   PERFORM WRITE-POSITION-SUMMARY
               END-IF.

           WALK-ONE-ITEM.
               ADD 1 TO WS-DAY-COUNT
               ADD RA-AMOUNT TO WS-DAY-AMOUNT
               IF RA-INBOUND
                   ADD 1 TO WS-IN-COUNT
                   ADD RA-AMOUNT TO WS-IN-AMOUNT
                   ADD RA-AMOUNT TO WS-POSITION
               ELSE
                   ADD 1 TO WS-OUT-COUNT
                   ADD RA-AMOUNT TO WS-OUT-AMOUNT
                   SUBTRACT RA-AMOUNT FROM WS-POSITION
               END-IF
               IF WS-POSITION < WS-LOW-WATER
                   MOVE WS-POSITION TO WS-LOW-WATER
                   MOVE RA-REFERENCE TO WS-LOW-WATER-REF
               END-IF
               IF WS-REPORT-OPEN = "Y"
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE RA-REFERENCE  TO WS-OUT-LINE(3:12)
                   MOVE RA-DIRECTION  TO WS-OUT-LINE(17:1)
                   MOVE RA-ACCOUNT-ID TO WS-OUT-LINE(20:10)
                   MOVE RA-AMOUNT     TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT TO WS-OUT-LINE(31:18)
                   MOVE WS-POSITION   TO WS-DISP-POSITION
                   MOVE WS-DISP-POSITION TO WS-OUT-LINE(50:19)
                   MOVE RA-CPTY-NAME(1:30) TO WS-OUT-LINE(70:30)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           WRITE-POSITION-SUMMARY.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-OPENING TO WS-DISP-POSITION
               STRING "  OPENING POSITION      " DELIMITED SIZE
                   WS-DISP-POSITION DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-IN-AMOUNT TO WS-DISP-AMOUNT
               STRING "  INBOUND  " DELIMITED SIZE
                   WS-IN-COUNT DELIMITED SIZE
                   " ITEMS " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-OUT-AMOUNT TO WS-DISP-AMOUNT
               STRING "  OUTBOUND " DELIMITED SIZE
                   WS-OUT-COUNT DELIMITED SIZE
                   " ITEMS " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-LOW-WATER TO WS-DISP-POSITION
               STRING "  INTRADAY LOW-WATER    " DELIMITED SIZE
                   WS-DISP-POSITION DELIMITED SIZE
                   INTO WS-OUT-LINE
               IF WS-LOW-WATER-REF NOT = SPACES
                   MOVE "(AFTER " TO WS-OUT-LINE(45:7)
                   MOVE WS-LOW-WATER-REF TO WS-OUT-LINE(52:12)
                   MOVE ")" TO WS-OUT-LINE(64:1)
               END-IF
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-POSITION TO WS-DISP-POSITION
               STRING "  CLOSING POSITION      " DELIMITED SIZE
                   WS-DISP-POSITION DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-LOW-WATER < 0
                   MOVE "  *** NEGATIVE INTRADAY - INVESTIGATE ***"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF WS-FUNDING-ON-FILE = "Y"
               AND RF-MIN-POSITION IS NUMERIC
               AND WS-POSITION < RF-MIN-POSITION
                   COMPUTE WS-TOPUP = RF-MIN-POSITION - WS-POSITION
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WS-TOPUP TO WS-DISP-AMOUNT
                   STRING "  *** BELOW MINIMUM - FUND TOP-UP OF "
                       DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       " REQUIRED ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

      *    Tomorrow's proof target and the gateway's opening
      *    position - overwritten each run, one row.
           STORE-EXPECTED-TOTALS.
               OPEN OUTPUT CONTROL-FILE
               MOVE SPACES TO CONTROL-IO
               MOVE WS-TODAY      TO CONTROL-IO(1:10)
               MOVE WS-DAY-COUNT  TO CONTROL-IO(12:7)
               MOVE WS-DAY-AMOUNT TO WS-CTL-AMOUNT
               MOVE WS-CTL-AMOUNT-X TO CONTROL-IO(20:15)
               MOVE WS-POSITION   TO WS-CTL-POSITION
               MOVE WS-CTL-POSITION-X TO CONTROL-IO(36:14)
               MOVE WS-OPENING    TO WS-CTL-POSITION
               MOVE WS-CTL-POSITION-X TO CONTROL-IO(51:14)
               WRITE CONTROL-IO
               CLOSE CONTROL-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Instant Payments Settlement"
               DISPLAY "=============================================="
               DISPLAY "  Items Brought In   : " WS-NEW-COUNT
               DISPLAY "  Day's Items        : " WS-DAY-COUNT
               MOVE WS-DAY-AMOUNT TO WS-DISP-AMOUNT
               DISPLAY "  Day's Total        : " WS-DISP-AMOUNT
               MOVE WS-POSITION TO WS-DISP-POSITION
               DISPLAY "  Closing Position   : " WS-DISP-POSITION
               DISPLAY "  Prior Expected     : " WS-EXP-COUNT
               DISPLAY "  Prior Posted       : " WS-POSTED-COUNT
               DISPLAY "  Prior Exceptions   : " WS-EXC-COUNT
               DISPLAY "  Log Rows Retired   : " WS-PURGED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/output/RTP-SETTLEMENT-POSITION.dat"
               DISPLAY "==============================================".
