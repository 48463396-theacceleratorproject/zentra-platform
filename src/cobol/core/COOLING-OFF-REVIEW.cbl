      *================================================================
      * PROGRAM:    COOLING-OFF-REVIEW.cbl
      * DESCRIPTION: Works the cooling-off hold register
      *              data/output/COOLING-OFF-HOLDS.dat (see
      *              COOLING-OFF-HOLD-RECORD.cpy) against the
      *              reviewer decisions on the optional
      *              data/input/COOLING-OFF-RELEASES.dat - one row
      *              per decision: the hold ID, R to release or D to
      *              decline, and the deciding operator's ID.
      *              A decision is only taken from a supervisor or
      *              compliance operator on OPERATORS.dat (a missing
      *              roster refuses every decision, the way
      *              PRICING-EXCEPTION-PROC refuses an approval), and
      *              only against a hold still waiting (status H):
      *                - released: the held item goes back, exactly
      *                  as the channel read it, into that channel's
      *                  own feed - OFFICIAL-CHECK-REQUESTS.dat for a
      *                  check, CARD-MAINT-REQUESTS.dat for a reissue,
      *                  RESUBMIT-QUEUE.dat (reset to PND) for an
      *                  ACH - where COOLING-OFF-CHECK lets it through
      *                  once. This step runs right after
      *                  CUSTOMER-MAINT, ahead of all three channels,
      *                  so a release made today is honoured tonight;
      *                - declined: the hold stays on the register as
      *                  D and the channel refuses the item if it is
      *                  ever presented again; a declined ACH is
      *                  also filed REJ/E12 to PERM-REJECTED-TXNS.dat
      *                  for back-office review, the way FRAUD-REVIEW
      *                  files its declines.
      *              The decided-by operator and date are stamped on
      *              the hold. Every decision row is answered on
      *              COOLING-OFF-REVIEW-RESULTS.dat (fresh each run):
      *                APR  decision applied
      *                H01  no such hold on the register
      *                H02  hold already decided
      *                H03  operator not a supervisor or compliance
      *                H04  decision is neither R nor D
      *              Because only H rows change, a decision file left
      *              in place is harmless the next night - every row
      *              it carries answers H02.
      *              Introduces: none - FRAUD-REVIEW's decide/requeue
      *              shape over the load-in-full/rewrite-in-full
      *              register.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COOLING-OFF-REVIEW.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOLDS-FILE
                   ASSIGN TO "data/output/COOLING-OFF-HOLDS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.

      *        Optional: no decisions filed means nothing moves.
               SELECT RELEASES-FILE
                   ASSIGN TO "data/input/COOLING-OFF-RELEASES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REL-STATUS.

               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO
                       "data/output/COOLING-OFF-REVIEW-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RES-STATUS.

      *        The three channel feeds a released item goes back
      *        into, and the back-office file for a declined ACH -
      *        all appended to, never replaced.
               SELECT CHECK-REQUESTS-FILE
                   ASSIGN TO "data/input/OFFICIAL-CHECK-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OCK-STATUS.

               SELECT CARD-REQUESTS-FILE
                   ASSIGN TO "data/input/CARD-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRD-STATUS.

               SELECT RESUBMIT-QUEUE-FILE
                   ASSIGN TO "data/input/RESUBMIT-QUEUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESUB-STATUS.

               SELECT PERM-REJECTED-FILE
                   ASSIGN TO "data/output/PERM-REJECTED-TXNS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERM-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD HOLDS-FILE.
           01 HOLD-IO               PIC X(320).

           FD RELEASES-FILE.
           01 RELEASE-DECISION-RECORD.
               05 RD-HOLD-ID            PIC X(08).
               05 RD-DECISION           PIC X(01).
                   88 RD-RELEASE            VALUE "R".
                   88 RD-DECLINE            VALUE "D".
               05 RD-OPERATOR-ID        PIC X(06).
               05 FILLER                PIC X(65).

           FD OPERATORS-FILE.
           01 OPERATORS-IO          PIC X(100).

           FD RESULTS-FILE.
           01 RESULTS-RECORD        PIC X(80).

           FD CHECK-REQUESTS-FILE.
           01 CHECK-REQUEST-OUT     PIC X(200).

           FD CARD-REQUESTS-FILE.
           01 CARD-REQUEST-OUT      PIC X(100).

           FD RESUBMIT-QUEUE-FILE.
           01 RESUBMIT-QUEUE-RECORD PIC X(116).

           FD PERM-REJECTED-FILE.
           01 PERM-REJECTED-RECORD  PIC X(116).

       WORKING-STORAGE SECTION.
           01 WS-HOLD-STATUS        PIC XX.
               88 WS-HOLD-FILE-OK      VALUE "00".
           01 WS-REL-STATUS         PIC XX.
               88 WS-REL-FILE-OK       VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-RES-STATUS         PIC XX.
               88 WS-RES-FILE-OK       VALUE "00".
           01 WS-OCK-STATUS         PIC XX.
           01 WS-CRD-STATUS         PIC XX.
           01 WS-RESUB-STATUS       PIC XX.
           01 WS-PERM-STATUS        PIC XX.
           01 WS-OCK-OPEN           PIC X VALUE "N".
           01 WS-CRD-OPEN           PIC X VALUE "N".
           01 WS-RESUB-OPEN         PIC X VALUE "N".
           01 WS-PERM-OPEN          PIC X VALUE "N".
           01 WS-EOF-HOLD           PIC X VALUE "N".
               88 END-OF-HOLD-LOAD     VALUE "Y".
           01 WS-EOF-REL            PIC X VALUE "N".
               88 END-OF-RELEASES      VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".

           COPY "COOLING-OFF-HOLD-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".

      *    --- Hold register ---
           01 WS-HLD-MAX            PIC 9(4) VALUE 5000.
           01 WS-HLD-TABLE.
               05 WS-HLD-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-HLD-IDX.
                   10 WHD-RECORD       PIC X(320).
           01 WS-HLD-COUNT          PIC 9(4) VALUE 0.
           01 WS-HLD-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-HLD-CHANGED        PIC X VALUE "N".

      *    --- The operator roster (ID and role only) ---
           01 WS-OPER-MAX           PIC 9(4) VALUE 500.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
                   10 WOP-ROLE         PIC X(01).
           01 WS-OPER-COUNT         PIC 9(4) VALUE 0.
           01 WS-DECIDER-ROLE       PIC X(01).

      *    --- Review work fields ---
           01 WS-OUTCOME            PIC X(03).
           01 WS-DISP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

      *    --- Counters ---
           01 WS-DECISION-COUNT     PIC 9(5) VALUE 0.
           01 WS-RELEASED-COUNT     PIC 9(5) VALUE 0.
           01 WS-DECLINED-COUNT     PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
           01 WS-WAITING-COUNT      PIC 9(5) VALUE 0.

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-HOLDS
               IF WS-HLD-COUNT = 0
                   DISPLAY "  No COOLING-OFF-HOLDS.dat - no holds to"
                       " review"
                   STOP RUN
               END-IF
               PERFORM LOAD-OPERATORS
               OPEN OUTPUT RESULTS-FILE
               IF NOT WS-RES-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "COOLING-OFF-REVIEW-RESULTS.dat"
                   DISPLAY "FILE STATUS: " WS-RES-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT RELEASES-FILE
               IF WS-REL-FILE-OK
                   PERFORM READ-ONE-DECISION
                       UNTIL END-OF-RELEASES
                   CLOSE RELEASES-FILE
               END-IF
               CLOSE RESULTS-FILE
               PERFORM CLOSE-CHANNEL-FEEDS
               IF WS-HLD-CHANGED = "Y"
                   PERFORM REWRITE-HOLDS
               END-IF
               PERFORM COUNT-STILL-WAITING
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

      *================================================================
      *    Reference and master data
      *================================================================
           LOAD-HOLDS.
               OPEN INPUT HOLDS-FILE
               IF WS-HOLD-FILE-OK
                   PERFORM READ-ONE-HOLD
                       UNTIL END-OF-HOLD-LOAD
                   CLOSE HOLDS-FILE
               END-IF.

           READ-ONE-HOLD.
               READ HOLDS-FILE INTO HOLD-IO
               AT END
                   MOVE "Y" TO WS-EOF-HOLD
               NOT AT END
                   IF WS-HLD-COUNT < WS-HLD-MAX
                       ADD 1 TO WS-HLD-COUNT
                       MOVE HOLD-IO TO WHD-RECORD(WS-HLD-COUNT)
                   ELSE
                       DISPLAY "ERROR: COOLING-OFF-HOLDS.dat "
                           "exceeds " WS-HLD-MAX
                           " rows - not rewritten"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ.

           LOAD-OPERATORS.
               OPEN INPUT OPERATORS-FILE
               IF WS-OPER-FILE-OK
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPER-LOAD
                   CLOSE OPERATORS-FILE
               END-IF.

           READ-ONE-OPERATOR.
               READ OPERATORS-FILE INTO OPERATORS-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   MOVE OPERATORS-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                   AND OP-OPERATOR-ID NOT = SPACES
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
                       MOVE OP-ROLE
                           TO WOP-ROLE(WS-OPER-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    The decisions
      *================================================================
           READ-ONE-DECISION.
               READ RELEASES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-REL
               NOT AT END
                   IF RELEASE-DECISION-RECORD NOT = SPACES
                       ADD 1 TO WS-DECISION-COUNT
                       PERFORM APPLY-ONE-DECISION
                   END-IF
               END-READ.

      *    Who may decide first, then what is being decided on - an
      *    unauthorised row says nothing about the hold it names.
           APPLY-ONE-DECISION.
               INITIALIZE COOLING-OFF-HOLD-RECORD
               PERFORM FIND-DECIDER-ROLE
               PERFORM FIND-HOLD
               EVALUATE TRUE
                   WHEN WS-DECIDER-ROLE NOT = "S"
                       AND WS-DECIDER-ROLE NOT = "C"
                       MOVE "H03" TO WS-OUTCOME
                   WHEN NOT RD-RELEASE AND NOT RD-DECLINE
                       MOVE "H04" TO WS-OUTCOME
                   WHEN WS-HLD-FOUND-IDX = 0
                       MOVE "H01" TO WS-OUTCOME
                   WHEN NOT CH-HELD
                       MOVE "H02" TO WS-OUTCOME
                   WHEN RD-RELEASE
                       PERFORM RELEASE-ONE-HOLD
                       MOVE "APR" TO WS-OUTCOME
                   WHEN OTHER
                       PERFORM DECLINE-ONE-HOLD
                       MOVE "APR" TO WS-OUTCOME
               END-EVALUATE
               IF WS-OUTCOME NOT = "APR"
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
               PERFORM WRITE-RESULT-LINE.

           FIND-DECIDER-ROLE.
               MOVE SPACES TO WS-DECIDER-ROLE
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WOP-OPERATOR-ID(WS-OPER-IDX) = RD-OPERATOR-ID
                       MOVE WOP-ROLE(WS-OPER-IDX) TO WS-DECIDER-ROLE
                   END-IF
               END-PERFORM.

           FIND-HOLD.
               MOVE 0 TO WS-HLD-FOUND-IDX
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   OR WS-HLD-FOUND-IDX > 0
                   IF WHD-RECORD(WS-HLD-IDX)(1:8) = RD-HOLD-ID
                       MOVE WS-HLD-IDX TO WS-HLD-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-HLD-FOUND-IDX > 0
                   MOVE WHD-RECORD(WS-HLD-FOUND-IDX)
                       TO COOLING-OFF-HOLD-RECORD
               END-IF.

           RELEASE-ONE-HOLD.
               EVALUATE TRUE
                   WHEN CH-OFFICIAL-CHECK
                       PERFORM OPEN-CHECK-REQUESTS
                       MOVE CH-ITEM TO CHECK-REQUEST-OUT
                       WRITE CHECK-REQUEST-OUT
                   WHEN CH-CARD-REISSUE
                       PERFORM OPEN-CARD-REQUESTS
                       MOVE CH-ITEM(1:100) TO CARD-REQUEST-OUT
                       WRITE CARD-REQUEST-OUT
                   WHEN CH-OUTBOUND-ACH
                       PERFORM OPEN-RESUBMIT-QUEUE
                       MOVE CH-ITEM(1:116) TO TRANSACTION-RECORD
                       MOVE "PND"  TO TR-STATUS
                       MOVE SPACES TO TR-ERROR-CODE
                       MOVE TRANSACTION-RECORD TO RESUBMIT-QUEUE-RECORD
                       WRITE RESUBMIT-QUEUE-RECORD
               END-EVALUATE
               SET CH-RELEASED TO TRUE
               PERFORM STAMP-DECISION
               ADD 1 TO WS-RELEASED-COUNT.

           DECLINE-ONE-HOLD.
               IF CH-OUTBOUND-ACH
                   PERFORM OPEN-PERM-REJECTED
                   MOVE CH-ITEM(1:116) TO TRANSACTION-RECORD
                   MOVE "REJ" TO TR-STATUS
                   MOVE "E12" TO TR-ERROR-CODE
                   MOVE TRANSACTION-RECORD TO PERM-REJECTED-RECORD
                   WRITE PERM-REJECTED-RECORD
               END-IF
               SET CH-DECLINED TO TRUE
               PERFORM STAMP-DECISION
               ADD 1 TO WS-DECLINED-COUNT.

           STAMP-DECISION.
               MOVE RD-OPERATOR-ID TO CH-DECIDED-BY
               MOVE WS-TODAY       TO CH-DECIDED-DATE
               MOVE COOLING-OFF-HOLD-RECORD
                   TO WHD-RECORD(WS-HLD-FOUND-IDX)
               MOVE "Y" TO WS-HLD-CHANGED.

           WRITE-RESULT-LINE.
               MOVE CH-AMOUNT TO WS-DISP-AMOUNT
               MOVE SPACES TO RESULTS-RECORD
               STRING WS-TODAY DELIMITED SIZE
                   " " DELIMITED SIZE
                   RD-HOLD-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   RD-DECISION DELIMITED SIZE
                   " " DELIMITED SIZE
                   RD-OPERATOR-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-OUTCOME DELIMITED SIZE
                   " " DELIMITED SIZE
                   CH-CHANNEL DELIMITED SIZE
                   " " DELIMITED SIZE
                   CH-ACCOUNT-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO RESULTS-RECORD
               WRITE RESULTS-RECORD.

      *================================================================
      *    Channel feeds - opened on first use, EXTEND-or-OUTPUT
      *================================================================
           OPEN-CHECK-REQUESTS.
               IF WS-OCK-OPEN NOT = "Y"
                   OPEN EXTEND CHECK-REQUESTS-FILE
                   IF NOT WS-OCK-STATUS = "00"
                       OPEN OUTPUT CHECK-REQUESTS-FILE
                   END-IF
                   MOVE "Y" TO WS-OCK-OPEN
               END-IF.

           OPEN-CARD-REQUESTS.
               IF WS-CRD-OPEN NOT = "Y"
                   OPEN EXTEND CARD-REQUESTS-FILE
                   IF NOT WS-CRD-STATUS = "00"
                       OPEN OUTPUT CARD-REQUESTS-FILE
                   END-IF
                   MOVE "Y" TO WS-CRD-OPEN
               END-IF.

           OPEN-RESUBMIT-QUEUE.
               IF WS-RESUB-OPEN NOT = "Y"
                   OPEN EXTEND RESUBMIT-QUEUE-FILE
                   IF NOT WS-RESUB-STATUS = "00"
                       OPEN OUTPUT RESUBMIT-QUEUE-FILE
                   END-IF
                   MOVE "Y" TO WS-RESUB-OPEN
               END-IF.

           OPEN-PERM-REJECTED.
               IF WS-PERM-OPEN NOT = "Y"
                   OPEN EXTEND PERM-REJECTED-FILE
                   IF NOT WS-PERM-STATUS = "00"
                       OPEN OUTPUT PERM-REJECTED-FILE
                   END-IF
                   MOVE "Y" TO WS-PERM-OPEN
               END-IF.

           CLOSE-CHANNEL-FEEDS.
               IF WS-OCK-OPEN = "Y"
                   CLOSE CHECK-REQUESTS-FILE
               END-IF
               IF WS-CRD-OPEN = "Y"
                   CLOSE CARD-REQUESTS-FILE
               END-IF
               IF WS-RESUB-OPEN = "Y"
                   CLOSE RESUBMIT-QUEUE-FILE
               END-IF
               IF WS-PERM-OPEN = "Y"
                   CLOSE PERM-REJECTED-FILE
               END-IF.

           REWRITE-HOLDS.
               OPEN OUTPUT HOLDS-FILE
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   MOVE WHD-RECORD(WS-HLD-IDX) TO HOLD-IO
                   WRITE HOLD-IO
               END-PERFORM
               CLOSE HOLDS-FILE.

           COUNT-STILL-WAITING.
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   MOVE WHD-RECORD(WS-HLD-IDX)
                       TO COOLING-OFF-HOLD-RECORD
                   IF CH-HELD
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
               END-PERFORM.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Cooling-Off Hold Review"
               DISPLAY "=============================================="
               DISPLAY "  Decisions Read   : " WS-DECISION-COUNT
               DISPLAY "  Released         : " WS-RELEASED-COUNT
               DISPLAY "  Declined         : " WS-DECLINED-COUNT
               DISPLAY "  Refused          : " WS-REFUSED-COUNT
               DISPLAY "  Still Held       : " WS-WAITING-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/"
                   "COOLING-OFF-REVIEW-RESULTS.dat"
               DISPLAY "  → data/output/COOLING-OFF-HOLDS.dat"
               IF WS-OCK-OPEN = "Y"
                   DISPLAY "  → data/input/"
                       "OFFICIAL-CHECK-REQUESTS.dat"
               END-IF
               IF WS-CRD-OPEN = "Y"
                   DISPLAY "  → data/input/CARD-MAINT-REQUESTS.dat"
               END-IF
               IF WS-RESUB-OPEN = "Y"
                   DISPLAY "  → data/input/RESUBMIT-QUEUE.dat"
               END-IF
               IF WS-PERM-OPEN = "Y"
                   DISPLAY "  → data/output/PERM-REJECTED-TXNS.dat"
               END-IF
               DISPLAY "==============================================".
