      *================================================================
      * PROGRAM:    RTP-GATEWAY.cbl
      * DESCRIPTION: Real-time payments gateway - instant inbound
      *              credits and outbound payments decided the moment
      *              they arrive instead of waiting for the nightly
      *              cycle. Run on demand through the business day
      *              (never inside a batch cycle: while
      *              BATCH-RUN-LOCK.dat is held the messages stay
      *              queued for the next run). Drains the
      *              RTP-MESSAGES.dat queue in arrival order:
      *                - a message ID already on RTP-ACTIVITY.dat is
      *                  a retransmission, answered DUP and not
      *                  posted twice;
      *                - an inbound credit must name an account the
      *                  TXN-RULE-CHECK service would post to, and
      *                  its originator is screened against
      *                  WATCHLIST.dat;
      *                - an outbound payment is judged by the same
      *                  service the batch validator uses (available
      *                  balance including today's earlier instant
      *                  payments, limits, stop payments, routing -
      *                  a payment that would only clear by sweeping
      *                  the funding account is short, E04, since no
      *                  sweep can run intraday), the beneficiary
      *                  and remittance text are screened against
      *                  WATCHLIST.dat (a hit also lands on
      *                  WATCHLIST-MATCH-REPORT.dat), the validator's
      *                  velocity fraud score must stay under its
      *                  threshold, and - when RTP-FUNDING.dat is on
      *                  file - the funding account's position may
      *                  not go below zero.
      *              An accepted item is memo-posted: it is given a
      *              "P"-prefixed reference, counted into the rule
      *              service's view of the account so the next
      *              payment is judged against it, and logged on
      *              RTP-ACTIVITY.dat (status M), which is where
      *              ACCOUNT-INQUIRY's available balance and
      *              RTP-SETTLE's nightly bring-in pick it up. A
      *              refused item is logged with its refusal code
      *              (status X). Every message gets an ACCP/RJCT
      *              answer on RTP-RESPONSES.dat for the network
      *              interface and the channels.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RTP-GATEWAY.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Batch run lock - the master is being rewritten while
      *        it is held, so nothing is decided against it.
               SELECT RUN-LOCK-FILE
                   ASSIGN TO "data/output/BATCH-RUN-LOCK.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOCK-STATUS.

      *        Optional queue: no messages decides none.
               SELECT MESSAGE-FILE
                   ASSIGN TO "data/input/RTP-MESSAGES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MSG-STATUS.

      *        Cumulative decision log, loaded for retransmission
      *        and position checks then extended.
               SELECT ACTIVITY-FILE
                   ASSIGN TO "data/output/RTP-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACT-STATUS.

               SELECT FUNDING-FILE
                   ASSIGN TO "data/input/RTP-FUNDING.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FUND-STATUS.

      *        Last night's closing position, carried by RTP-SETTLE.
               SELECT CONTROL-FILE
                   ASSIGN TO "data/output/RTP-SETTLE-CONTROL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.

               SELECT WATCHLIST-FILE
                   ASSIGN TO "data/input/WATCHLIST.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WL-STATUS.

               SELECT MATCH-REPORT-FILE
                   ASSIGN TO "data/output/WATCHLIST-MATCH-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

      *        One answer per message of this run.
               SELECT RESPONSE-FILE
                   ASSIGN TO "data/output/RTP-RESPONSES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RSP-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-LOCK-FILE.
           01 RUN-LOCK-IO           PIC X(20).

           FD MESSAGE-FILE.
           01 MESSAGE-IO            PIC X(120).

           FD ACTIVITY-FILE.
           01 ACTIVITY-IO           PIC X(170).

           FD FUNDING-FILE.
           01 FUNDING-IO            PIC X(40).

           FD CONTROL-FILE.
           01 CONTROL-IO            PIC X(60).

           FD WATCHLIST-FILE.
           01 WATCHLIST-IO          PIC X(50).

           FD MATCH-REPORT-FILE.
           01 MATCH-REPORT-RECORD   PIC X(100).

           FD RESPONSE-FILE.
           01 RESPONSE-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.
           01 WS-LOCK-STATUS        PIC XX.
               88 WS-LOCK-FILE-OK      VALUE "00".
           01 WS-MSG-STATUS         PIC XX.
               88 WS-MSG-FILE-OK       VALUE "00".
           01 WS-ACT-STATUS         PIC XX.
               88 WS-ACT-FILE-OK       VALUE "00".
           01 WS-FUND-STATUS        PIC XX.
               88 WS-FUND-FILE-OK      VALUE "00".
           01 WS-CTL-STATUS         PIC XX.
               88 WS-CTL-FILE-OK       VALUE "00".
           01 WS-WL-STATUS          PIC XX.
               88 WS-WL-FILE-OK        VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-RSP-STATUS         PIC XX.
           01 WS-EOF-MSG            PIC X VALUE "N".
               88 END-OF-MESSAGES      VALUE "Y".
           01 WS-EOF-ACT            PIC X VALUE "N".
               88 END-OF-ACT-LOAD      VALUE "Y".
           01 WS-EOF-WL             PIC X VALUE "N".
               88 END-OF-WATCHLIST     VALUE "Y".

           COPY "TRANSACTION-RECORD.cpy".
           COPY "RULE-CHECK-AREA.cpy".
           COPY "RTP-MESSAGE-RECORD.cpy".
           COPY "RTP-ACTIVITY-RECORD.cpy".
           COPY "RTP-FUNDING-RECORD.cpy".

      *    --- Message IDs already decided (log plus this run), for
      *        the retransmission check ---
           01 WS-SEEN-MAX           PIC 9(5) VALUE 20000.
           01 WS-SEEN-TABLE.
               05 WS-SEEN-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-SEEN-IDX.
                   10 WSN-MESSAGE-ID   PIC X(16).
           01 WS-SEEN-COUNT         PIC 9(5) VALUE 0.
           01 WS-DUP-FOUND          PIC X VALUE "N".

      *    --- Reference numbering: "P" + YYMMDD + the day's 5-digit
      *        sequence, carried on from today's rows already logged ---
           01 WS-REF-LAST           PIC 9(05) VALUE 0.

      *    --- Funding position: last night's closing (or the seed
      *        on RTP-FUNDING.dat) moved by every memo-posted item ---
           01 WS-FUNDING-ON-FILE    PIC X VALUE "N".
           01 WS-POSITION           PIC S9(11)V99 VALUE 0.
           01 WS-CARRIED-X          PIC X(14).
           01 WS-CARRIED REDEFINES WS-CARRIED-X
                               PIC S9(11)V99 SIGN LEADING SEPARATE.
           01 WS-CARRIED-FOUND      PIC X VALUE "N".

      *    --- Watchlist, raw and normalized, as WATCHLIST-SCREEN
      *        holds it ---
           01 WS-WL-MAX             PIC 9(4) VALUE 1000.
           01 WS-WL-TABLE.
               05 WS-WL-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-WL-IDX.
                   10 WWL-NAME         PIC X(40).
                   10 WWL-NORM         PIC X(40).
           01 WS-WL-COUNT           PIC 9(4) VALUE 0.
           01 WS-NORM-IN            PIC X(40).
           01 WS-NORM-OUT           PIC X(40).
           01 WS-NORM-I             PIC 99.
           01 WS-NORM-J             PIC 99.
           01 WS-NORM-CH            PIC X(01).
           01 WS-MATCHED-ENTRY      PIC 9(4) VALUE 0.
           01 WS-REPORT-OPEN        PIC X VALUE "N".

      *    --- Velocity fraud scoring, the validator's signals and
      *        threshold applied to the service's facts ---
           01 WS-FRAUD-THRESHOLD    PIC 999 VALUE 50.
           01 WS-FRAUD-SCORE        PIC 999.
           01 WS-FRAUD-SIGNALS      PIC X(44).
           01 WS-ACCT-AGE-DAYS      PIC S9(5).
           01 WS-DORMANT-GAP-DAYS   PIC S9(5).
           01 WS-FRAUD-PARSE-INT    PIC 9(8).
           01 WS-FRAUD-JULIAN       PIC 9(7).

      *    --- Current message's decision ---
           01 WS-REFUSE-CODE        PIC X(03).
           01 WS-NOW                PIC 9(08).

      *    --- Date / counters / display ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-MSG-COUNT          PIC 9(5) VALUE 0.
           01 WS-IN-ACCEPTED        PIC 9(5) VALUE 0.
           01 WS-OUT-ACCEPTED       PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
           01 WS-DUP-COUNT          PIC 9(5) VALUE 0.
           01 WS-WL-HIT-COUNT       PIC 9(5) VALUE 0.
           01 WS-IN-AMOUNT          PIC 9(13)V99 VALUE 0.
           01 WS-OUT-AMOUNT         PIC 9(13)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$,$$$,$$$,$$9.99.
           01 WS-DISP-POSITION      PIC $$,$$$,$$$,$$9.99-.
           01 WS-OUT-LINE           PIC X(100).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               OPEN INPUT RUN-LOCK-FILE
               IF WS-LOCK-FILE-OK
                   CLOSE RUN-LOCK-FILE
                   DISPLAY "  *** BATCH CYCLE MID-FLIGHT - "
                       "MESSAGES LEFT QUEUED, TRY LATER ***"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM INIT-RULE-SERVICE
               PERFORM LOAD-ACTIVITY-LOG
               PERFORM LOAD-FUNDING-POSITION
               PERFORM LOAD-WATCHLIST
               OPEN EXTEND ACTIVITY-FILE
               IF NOT WS-ACT-FILE-OK
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
               OPEN OUTPUT RESPONSE-FILE
               OPEN INPUT MESSAGE-FILE
               IF WS-MSG-FILE-OK
                   PERFORM PROCESS-ONE-MESSAGE
                       UNTIL END-OF-MESSAGES
                   CLOSE MESSAGE-FILE
      *            Every message now has its answer - the queue is
      *            emptied so the next run starts clean.
                   OPEN OUTPUT MESSAGE-FILE
                   CLOSE MESSAGE-FILE
               END-IF
               CLOSE ACTIVITY-FILE
               CLOSE RESPONSE-FILE
               IF WS-REPORT-OPEN = "Y"
                   CLOSE MATCH-REPORT-FILE
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

           CALL-RULE-SERVICE.
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY.

      *    --- Optional file: absent on the very first run. Every
      *        message ID goes into the retransmission table; today's
      *        references set where the sequence carries on from;
      *        memo-posted items move the funding position ---
           LOAD-ACTIVITY-LOG.
               OPEN INPUT ACTIVITY-FILE
               IF WS-ACT-FILE-OK
                   PERFORM READ-ONE-ACTIVITY-ROW
                       UNTIL END-OF-ACT-LOAD
                   CLOSE ACTIVITY-FILE
               END-IF.

           READ-ONE-ACTIVITY-ROW.
               READ ACTIVITY-FILE INTO RTP-ACTIVITY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACT
               NOT AT END
                   IF WS-SEEN-COUNT < WS-SEEN-MAX
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE RA-MESSAGE-ID
                           TO WSN-MESSAGE-ID(WS-SEEN-COUNT)
                   END-IF
                   IF RA-BUS-DATE = WS-TODAY
                   AND RA-REFERENCE NOT = SPACES
                       ADD 1 TO WS-REF-LAST
                   END-IF
                   IF RA-MEMO-POSTED AND RA-AMOUNT IS NUMERIC
                       IF RA-INBOUND
                           ADD RA-AMOUNT TO WS-POSITION
                       ELSE
                           SUBTRACT RA-AMOUNT FROM WS-POSITION
                       END-IF
                   END-IF
               END-READ.

      *    --- Optional files: the funding row says whether the
      *        position is policed at all; the opening figure is
      *        last night's closing when RTP-SETTLE has carried one,
      *        the seed on the funding row before that ---
           LOAD-FUNDING-POSITION.
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
               END-IF
               OPEN INPUT CONTROL-FILE
               IF WS-CTL-FILE-OK
                   READ CONTROL-FILE INTO CONTROL-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-IO(36:14) TO WS-CARRIED-X
                       IF WS-CARRIED-X(2:13) IS NUMERIC
                           MOVE "Y" TO WS-CARRIED-FOUND
                       END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
               IF WS-CARRIED-FOUND = "Y"
                   ADD WS-CARRIED TO WS-POSITION
               ELSE
                   IF WS-FUNDING-ON-FILE = "Y"
                   AND RF-OPENING-POSITION IS NUMERIC
                       ADD RF-OPENING-POSITION TO WS-POSITION
                   END-IF
               END-IF.

           LOAD-WATCHLIST.
               OPEN INPUT WATCHLIST-FILE
               IF WS-WL-FILE-OK
                   PERFORM READ-ONE-WATCHLIST-ROW
                       UNTIL END-OF-WATCHLIST
                   CLOSE WATCHLIST-FILE
               END-IF
               IF WS-WL-COUNT = 0
                   DISPLAY "  WARNING: WATCHLIST.dat missing or empty"
                       " - no screening performed this run"
               END-IF.

           READ-ONE-WATCHLIST-ROW.
               READ WATCHLIST-FILE INTO WATCHLIST-IO
               AT END
                   MOVE "Y" TO WS-EOF-WL
               NOT AT END
                   IF WS-WL-COUNT < WS-WL-MAX
                   AND WATCHLIST-IO(1:40) NOT = SPACES
                       ADD 1 TO WS-WL-COUNT
                       MOVE WATCHLIST-IO(1:40)
                           TO WWL-NAME(WS-WL-COUNT)
                       MOVE WATCHLIST-IO(1:40) TO WS-NORM-IN
                       PERFORM NORMALIZE-NAME
                       MOVE WS-NORM-OUT TO WWL-NORM(WS-WL-COUNT)
                   END-IF
               END-READ.

      *    Uppercases, then copies only letters and digits left-
      *    justified, exactly as WATCHLIST-SCREEN does, so a name
      *    refused here is the name the batch screening would hold.
           NORMALIZE-NAME.
               MOVE SPACES TO WS-NORM-OUT
               INSPECT WS-NORM-IN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 0 TO WS-NORM-J
               PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > 40
                   MOVE WS-NORM-IN(WS-NORM-I:1) TO WS-NORM-CH
                   IF (WS-NORM-CH >= "A" AND WS-NORM-CH <= "Z")
                   OR (WS-NORM-CH >= "0" AND WS-NORM-CH <= "9")
                       ADD 1 TO WS-NORM-J
                       MOVE WS-NORM-CH TO WS-NORM-OUT(WS-NORM-J:1)
                   END-IF
               END-PERFORM.

      *    Exact raw match, or match on the normalized forms.
           FIND-WATCHLIST-MATCH.
               MOVE 0 TO WS-MATCHED-ENTRY
               PERFORM NORMALIZE-NAME
               PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
                   IF WWL-NAME(WS-WL-IDX) = WS-NORM-IN
                   OR (WS-NORM-OUT NOT = SPACES
                       AND WWL-NORM(WS-WL-IDX) = WS-NORM-OUT)
                       SET WS-MATCHED-ENTRY TO WS-WL-IDX
                   END-IF
               END-PERFORM.

           PROCESS-ONE-MESSAGE.
               READ MESSAGE-FILE INTO MESSAGE-IO
               AT END
                   MOVE "Y" TO WS-EOF-MSG
               NOT AT END
                   IF MESSAGE-IO NOT = SPACES
                       ADD 1 TO WS-MSG-COUNT
                       MOVE MESSAGE-IO TO RTP-MESSAGE-RECORD
                       PERFORM DECIDE-ONE-MESSAGE
                   END-IF
               END-READ.

      *    Each test only runs while the message is still clean,
      *    so the refusal code is the first thing wrong with it.
           DECIDE-ONE-MESSAGE.
               MOVE SPACES TO WS-REFUSE-CODE
               PERFORM CHECK-RETRANSMISSION
               IF WS-REFUSE-CODE = SPACES
                   PERFORM BUILD-PAYMENT-TXN
                   IF NOT RM-INBOUND AND NOT RM-OUTBOUND
                       MOVE "E03" TO WS-REFUSE-CODE
                   END-IF
               END-IF
               IF WS-REFUSE-CODE = SPACES
                   SET RCQ-CHECK TO TRUE
                   MOVE WS-TODAY TO RCQ-BUSDATE
                   PERFORM CALL-RULE-SERVICE
                   IF NOT RCR-CLEAN
                       MOVE RCR-ERROR-CODE TO WS-REFUSE-CODE
                   END-IF
               END-IF
               IF WS-REFUSE-CODE = SPACES
               AND RM-OUTBOUND
               AND RCR-SWEEP-POSSIBLE = "Y"
                   MOVE "E04" TO WS-REFUSE-CODE
               END-IF
               IF WS-REFUSE-CODE = SPACES
                   PERFORM SCREEN-COUNTERPARTY
               END-IF
               IF WS-REFUSE-CODE = SPACES
               AND RM-OUTBOUND
                   PERFORM SCORE-FRAUD-SIGNALS
                   IF WS-FRAUD-SCORE >= WS-FRAUD-THRESHOLD
                       MOVE "FRD" TO WS-REFUSE-CODE
                   END-IF
               END-IF
               IF WS-REFUSE-CODE = SPACES
               AND RM-OUTBOUND
               AND WS-FUNDING-ON-FILE = "Y"
               AND WS-POSITION - RM-AMOUNT < 0
                   MOVE "FND" TO WS-REFUSE-CODE
               END-IF
               IF WS-REFUSE-CODE = SPACES
                   PERFORM ACCEPT-PAYMENT
               ELSE
                   PERFORM REFUSE-PAYMENT
               END-IF
               IF WS-SEEN-COUNT < WS-SEEN-MAX
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE RM-MESSAGE-ID TO WSN-MESSAGE-ID(WS-SEEN-COUNT)
               END-IF.

           CHECK-RETRANSMISSION.
               MOVE "N" TO WS-DUP-FOUND
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                   IF WSN-MESSAGE-ID(WS-SEEN-IDX) = RM-MESSAGE-ID
                       MOVE "Y" TO WS-DUP-FOUND
                   END-IF
               END-PERFORM
               IF WS-DUP-FOUND = "Y" OR RM-MESSAGE-ID = SPACES
                   MOVE "DUP" TO WS-REFUSE-CODE
                   ADD 1 TO WS-DUP-COUNT
               END-IF.

      *    The item as the nightly feed will carry it, so the rule
      *    service judges exactly what RTP-SETTLE will bring in.
           BUILD-PAYMENT-TXN.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY           TO TR-DATE
               MOVE RM-ACCOUNT-ID      TO TR-ACCOUNT-ID
               MOVE RM-AMOUNT          TO TR-AMOUNT
               MOVE SPACES             TO TR-DESCRIPTION
               IF RM-INBOUND
                   MOVE "RTI"          TO TR-TXN-TYPE
                   STRING "RTP FROM " DELIMITED SIZE
                       RM-CPTY-NAME DELIMITED SIZE
                       INTO TR-DESCRIPTION
               ELSE
                   MOVE "RTO"          TO TR-TXN-TYPE
                   STRING "RTP TO " DELIMITED SIZE
                       RM-CPTY-NAME DELIMITED SIZE
                       INTO TR-DESCRIPTION
               END-IF
               MOVE "PND"              TO TR-STATUS
               MOVE RM-CPTY-ROUTING    TO TR-EXTERNAL-ROUTING
               MOVE RM-CPTY-ACCOUNT    TO TR-EXTERNAL-ACCOUNT
               MOVE "E"                TO TR-DEPOSIT-SOURCE.

      *    The other bank's customer - originator or beneficiary -
      *    and, outbound, the remittance text the customer typed.
           SCREEN-COUNTERPARTY.
               MOVE SPACES TO WS-NORM-IN
               MOVE RM-CPTY-NAME TO WS-NORM-IN(1:30)
               PERFORM FIND-WATCHLIST-MATCH
               IF WS-MATCHED-ENTRY = 0
               AND RM-OUTBOUND
               AND RM-DESCRIPTION NOT = SPACES
                   MOVE SPACES TO WS-NORM-IN
                   MOVE RM-DESCRIPTION TO WS-NORM-IN(1:30)
                   PERFORM FIND-WATCHLIST-MATCH
               END-IF
               IF WS-MATCHED-ENTRY > 0
                   MOVE "WLS" TO WS-REFUSE-CODE
                   ADD 1 TO WS-WL-HIT-COUNT
                   PERFORM WRITE-MATCH-REPORT-LINE
               END-IF.

      *    Same two-line layout WATCHLIST-SCREEN writes, so the BSA
      *    officer works instant-payment hits off the same report.
           WRITE-MATCH-REPORT-LINE.
               IF WS-REPORT-OPEN NOT = "Y"
                   OPEN EXTEND MATCH-REPORT-FILE
                   IF NOT WS-REPORT-FILE-OK
                       OPEN OUTPUT MATCH-REPORT-FILE
                   END-IF
                   MOVE "Y" TO WS-REPORT-OPEN
               END-IF
               MOVE SPACES TO MATCH-REPORT-RECORD
               STRING WS-TODAY DELIMITED SIZE
                   " " DELIMITED SIZE
                   RM-ACCOUNT-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-NORM-IN(1:30) DELIMITED SIZE
                   " MATCHED " DELIMITED SIZE
                   WWL-NAME(WS-MATCHED-ENTRY) DELIMITED SIZE
                   INTO MATCH-REPORT-RECORD
               WRITE MATCH-REPORT-RECORD
               MOVE SPACES TO MATCH-REPORT-RECORD
               STRING "           SOURCE: " DELIMITED SIZE
                   "INSTANT PAYMENT (REFUSED)" DELIMITED SIZE
                   INTO MATCH-REPORT-RECORD
               WRITE MATCH-REPORT-RECORD.

      *    TXN-VALIDATOR's velocity signals, scored from the facts
      *    the rule service returned on the CHECK - an instant
      *    payment cannot be parked for review the way a batch
      *    debit is, so a score at the threshold refuses it.
           SCORE-FRAUD-SIGNALS.
               MOVE 0 TO WS-FRAUD-SCORE
               MOVE SPACES TO WS-FRAUD-SIGNALS
               IF RCR-OPEN-DATE(1:4) IS NUMERIC
                   MOVE RCR-OPEN-DATE(1:4)
                       TO WS-FRAUD-PARSE-INT(1:4)
                   MOVE RCR-OPEN-DATE(6:2)
                       TO WS-FRAUD-PARSE-INT(5:2)
                   MOVE RCR-OPEN-DATE(9:2)
                       TO WS-FRAUD-PARSE-INT(7:2)
                   COMPUTE WS-FRAUD-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-FRAUD-PARSE-INT)
                   COMPUTE WS-ACCT-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                       - WS-FRAUD-JULIAN
                   IF WS-ACCT-AGE-DAYS < 30
                       ADD 25 TO WS-FRAUD-SCORE
                       MOVE "NEW-ACCT" TO WS-FRAUD-SIGNALS(1:8)
                   END-IF
               END-IF
               IF RCR-LAST-DATE(1:4) IS NUMERIC
                   MOVE RCR-LAST-DATE(1:4)
                       TO WS-FRAUD-PARSE-INT(1:4)
                   MOVE RCR-LAST-DATE(6:2)
                       TO WS-FRAUD-PARSE-INT(5:2)
                   MOVE RCR-LAST-DATE(9:2)
                       TO WS-FRAUD-PARSE-INT(7:2)
                   COMPUTE WS-FRAUD-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-FRAUD-PARSE-INT)
                   COMPUTE WS-DORMANT-GAP-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                       - WS-FRAUD-JULIAN
                   IF WS-DORMANT-GAP-DAYS > 180
                   AND TR-AMOUNT > 1000
                       ADD 25 TO WS-FRAUD-SCORE
                       MOVE "DORMANT " TO WS-FRAUD-SIGNALS(10:8)
                   END-IF
               END-IF
               IF RCR-TXN-TODAY >= 5
                   ADD 20 TO WS-FRAUD-SCORE
                   MOVE "VELOCITY" TO WS-FRAUD-SIGNALS(19:8)
               END-IF
               IF RCR-DAILY-TOTAL + TR-AMOUNT > 25000
                   ADD 20 TO WS-FRAUD-SCORE
                   MOVE "DAY-AGG " TO WS-FRAUD-SIGNALS(28:8)
               END-IF
               IF RCR-BALANCE > 0
               AND TR-AMOUNT > 1000
               AND TR-AMOUNT > RCR-BALANCE * 3
                   ADD 30 TO WS-FRAUD-SCORE
                   MOVE "OUTSIZE " TO WS-FRAUD-SIGNALS(37:8)
               END-IF.

      *    Memo post: the reference it will carry to the ledger, the
      *    service's running view of the account, the funding
      *    position, and the M row RTP-SETTLE will bring in tonight.
           ACCEPT-PAYMENT.
               ADD 1 TO WS-REF-LAST
               MOVE SPACES TO TR-REFERENCE
               STRING "P" DELIMITED SIZE
                   WS-DATE-INT(3:6) DELIMITED SIZE
                   WS-REF-LAST DELIMITED SIZE
                   INTO TR-REFERENCE
               SET RCQ-POST TO TRUE
               MOVE WS-TODAY TO RCQ-BUSDATE
               IF RM-OUTBOUND
                   MOVE "Y" TO RCQ-COUNT-TXN
                   SUBTRACT RM-AMOUNT FROM WS-POSITION
                   ADD 1 TO WS-OUT-ACCEPTED
                   ADD RM-AMOUNT TO WS-OUT-AMOUNT
               ELSE
                   MOVE "N" TO RCQ-COUNT-TXN
                   ADD RM-AMOUNT TO WS-POSITION
                   ADD 1 TO WS-IN-ACCEPTED
                   ADD RM-AMOUNT TO WS-IN-AMOUNT
               END-IF
               PERFORM CALL-RULE-SERVICE
               PERFORM BUILD-ACTIVITY-ROW
               MOVE TR-REFERENCE TO RA-REFERENCE
               SET RA-MEMO-POSTED TO TRUE
               MOVE RTP-ACTIVITY-RECORD TO ACTIVITY-IO
               WRITE ACTIVITY-IO
               MOVE SPACES TO RESPONSE-RECORD
               MOVE RM-MESSAGE-ID TO RESPONSE-RECORD(1:16)
               MOVE "ACCP"        TO RESPONSE-RECORD(18:4)
               MOVE TR-REFERENCE  TO RESPONSE-RECORD(27:12)
               WRITE RESPONSE-RECORD.

      *    A retransmission is answered but not logged again - the
      *    original decision is already on the log.
           REFUSE-PAYMENT.
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-REFUSE-CODE NOT = "DUP"
                   PERFORM BUILD-ACTIVITY-ROW
                   SET RA-REFUSED TO TRUE
                   MOVE WS-REFUSE-CODE TO RA-REFUSE-CODE
                   MOVE RTP-ACTIVITY-RECORD TO ACTIVITY-IO
                   WRITE ACTIVITY-IO
               END-IF
               MOVE SPACES TO RESPONSE-RECORD
               MOVE RM-MESSAGE-ID  TO RESPONSE-RECORD(1:16)
               MOVE "RJCT"         TO RESPONSE-RECORD(18:4)
               MOVE WS-REFUSE-CODE TO RESPONSE-RECORD(23:3)
               WRITE RESPONSE-RECORD.

           BUILD-ACTIVITY-ROW.
               ACCEPT WS-NOW FROM TIME
               MOVE SPACES          TO RTP-ACTIVITY-RECORD
               MOVE WS-TODAY        TO RA-BUS-DATE
               MOVE WS-NOW          TO RA-TIME
               MOVE RM-MESSAGE-ID   TO RA-MESSAGE-ID
               MOVE RM-DIRECTION    TO RA-DIRECTION
               MOVE RM-ACCOUNT-ID   TO RA-ACCOUNT-ID
               MOVE RM-AMOUNT       TO RA-AMOUNT
               MOVE RM-CPTY-ROUTING TO RA-CPTY-ROUTING
               MOVE RM-CPTY-ACCOUNT TO RA-CPTY-ACCOUNT
               MOVE RM-CPTY-NAME    TO RA-CPTY-NAME
               MOVE RM-DESCRIPTION  TO RA-DESCRIPTION.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Instant Payments Gateway"
               DISPLAY "=============================================="
               DISPLAY "  Messages Read      : " WS-MSG-COUNT
               DISPLAY "  Inbound Accepted   : " WS-IN-ACCEPTED
               MOVE WS-IN-AMOUNT TO WS-DISP-AMOUNT
               DISPLAY "  Inbound Total      : " WS-DISP-AMOUNT
               DISPLAY "  Outbound Accepted  : " WS-OUT-ACCEPTED
               MOVE WS-OUT-AMOUNT TO WS-DISP-AMOUNT
               DISPLAY "  Outbound Total     : " WS-DISP-AMOUNT
               DISPLAY "  Refused            : " WS-REFUSED-COUNT
               DISPLAY "    Retransmissions  : " WS-DUP-COUNT
               DISPLAY "    Watchlist Hits   : " WS-WL-HIT-COUNT
               MOVE WS-POSITION TO WS-DISP-POSITION
               DISPLAY "  Funding Position   : " WS-DISP-POSITION
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/RTP-ACTIVITY.dat"
               DISPLAY "  → data/output/RTP-RESPONSES.dat"
               DISPLAY "==============================================".
