      *================================================================
      * PROGRAM:    OD-PAYING-DECISION.cbl
      * DESCRIPTION: Works the overdraft paying-decision list -
      *              data/output/OD-DECISION-QUEUE.dat, the debits
      *              TXN-VALIDATOR found short of funds and, under the
      *              posting policy (POSTING-POLICY-RECORD.cpy), left
      *              to an officer instead of rejecting E04 - against
      *              the decisions in the optional
      *              data/input/OD-DECISIONS.dat file (one row per
      *              decision: the item's system reference, P to pay
      *              or R to return, and the deciding officer's ID,
      *              keyed by the relationship managers from this
      *              program's list).
      *              A queued item with a "P" decision is reset to
      *              ODP - paid by officer - and written to
      *              data/input/RESUBMIT-QUEUE.dat, the same inbox
      *              APPROVAL-QUEUE feeds, so the next TXN-VALIDATOR
      *              run re-checks every other business rule and
      *              posts it into overdraft (the rule service skips
      *              E04 for an ODP item). An "R" decision returns
      *              the item: rejected E04 to
      *              data/output/PERM-REJECTED-TXNS.dat and a
      *              rejected-transaction alert to the customer. An
      *              item with no decision stays queued until its
      *              return date - PP-DECISION-DAYS business days
      *              (one when no policy says otherwise; Saturday
      *              and Sunday skipped) after the day it was queued
      *              - and on that date is returned the same way.
      *              Each run rewrites the queue with what is still
      *              waiting and prints data/output/
      *              OD-PAYING-DECISION-LIST.dat for the morning:
      *              every item awaiting a decision with its
      *              available balance, shortfall and return date,
      *              then what was decided this run.
      *              Introduces: none - APPROVAL-QUEUE's read-into-
      *              table/rewrite drain, BALANCE-SWEEP's day-of-week
      *              arithmetic.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OD-PAYING-DECISION.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT QUEUE-FILE
                   ASSIGN TO "data/output/OD-DECISION-QUEUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-STATUS.

               SELECT DECISIONS-FILE
                   ASSIGN TO "data/input/OD-DECISIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEC-STATUS.

               SELECT POSTING-POLICY-FILE
                   ASSIGN TO "data/input/POSTING-POLICY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POL-STATUS.

               SELECT RESUBMIT-QUEUE-FILE
                   ASSIGN TO "data/input/RESUBMIT-QUEUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESUB-STATUS.

               SELECT PERM-REJECTED-FILE
                   ASSIGN TO "data/output/PERM-REJECTED-TXNS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERM-STATUS.

               SELECT CUSTOMER-ALERTS-FILE
                   ASSIGN TO "data/output/CUSTOMER-ALERTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-STATUS.

               SELECT LIST-FILE
                   ASSIGN TO "data/output/OD-PAYING-DECISION-LIST.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD QUEUE-FILE.
           01 QUEUE-FILE-RECORD     PIC X(138).

           FD DECISIONS-FILE.
           01 OD-DECISION-INPUT.
               05 ODD-REFERENCE         PIC X(12).
               05 ODD-DECISION          PIC X(01).
                   88 ODD-PAY               VALUE "P".
                   88 ODD-RETURN            VALUE "R".
               05 ODD-OFFICER-ID        PIC X(08).
               05 FILLER                PIC X(19).

           FD POSTING-POLICY-FILE.
           01 POSTING-POLICY-IO     PIC X(20).

           FD RESUBMIT-QUEUE-FILE.
           01 RESUBMIT-QUEUE-RECORD PIC X(116).

           FD PERM-REJECTED-FILE.
           01 PERM-REJECTED-RECORD  PIC X(116).

           FD CUSTOMER-ALERTS-FILE.
           01 ALERT-OUT-RECORD      PIC X(100).

           FD LIST-FILE.
           01 LIST-RECORD           PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-QUEUE-STATUS       PIC X(2).
           01 WS-DEC-STATUS         PIC X(2).
               88 WS-DEC-FILE-OK       VALUE "00".
           01 WS-POL-STATUS         PIC X(2).
               88 WS-POL-FILE-OK       VALUE "00".
           01 WS-RESUB-STATUS       PIC X(2).
           01 WS-PERM-STATUS        PIC X(2).
           01 WS-ALERT-STATUS       PIC X(2).
           01 WS-LIST-STATUS        PIC X(2).

           01 WS-EOF-QUEUE          PIC X VALUE "N".
               88 END-OF-QUEUE          VALUE "Y".
           01 WS-EOF-DEC            PIC X VALUE "N".
               88 END-OF-DECISIONS      VALUE "Y".

           COPY "TRANSACTION-RECORD.cpy".
           COPY "OD-DECISION-RECORD.cpy".
           COPY "POSTING-POLICY-RECORD.cpy".
           COPY "CUSTOMER-ALERT-RECORD.cpy".

      *    --- Queued items, read in full before any output file is
      *        opened so OD-DECISION-QUEUE.dat can safely be
      *        rewritten afterward with only what is still waiting.
      *        Each entry also carries what this run did with it,
      *        for the list ---
           01 WS-QUEUE-MAX          PIC 9(4) VALUE 2000.
           01 WS-QUEUE-TABLE.
               05 WS-QUEUE-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-QUEUE-IDX.
                   10 WQ-RECORD        PIC X(138).
                   10 WQ-RETURN-BY     PIC X(10).
                   10 WQ-ACTION        PIC X(01).
                       88 WQ-WAITING       VALUE "W".
                       88 WQ-PAID          VALUE "P".
                       88 WQ-RETURNED      VALUE "R".
                       88 WQ-EXPIRED       VALUE "X".
                   10 WQ-OFFICER-ID    PIC X(08).
           01 WS-QUEUE-COUNT        PIC 9(4) VALUE 0.

      *    --- Decisions on file, keyed by system reference ---
           01 WS-DEC-MAX            PIC 9(4) VALUE 2000.
           01 WS-DEC-TABLE.
               05 WS-DEC-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-DEC-IDX.
                   10 WD-REFERENCE     PIC X(12).
                   10 WD-DECISION      PIC X(01).
                   10 WD-OFFICER-ID    PIC X(08).
           01 WS-DEC-COUNT          PIC 9(4) VALUE 0.
           01 WS-DEC-FOUND-IDX      PIC 9(4) VALUE 0.

      *    --- Decision window: business days from the day queued ---
           01 WS-DECISION-DAYS      PIC 99 VALUE 1.
           01 WS-DAY-NUM            PIC 99 VALUE 0.
           01 WS-RET-INT-X          PIC X(8).
           01 WS-RET-INT REDEFINES WS-RET-INT-X
                                    PIC 9(8).
           01 WS-RET-JULIAN         PIC 9(7).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-DAY-OF-WEEK        PIC 9.

           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

           01 WS-TOTAL-QUEUED       PIC 999 VALUE 0.
           01 WS-PAID-COUNT         PIC 999 VALUE 0.
           01 WS-RETURNED-COUNT     PIC 999 VALUE 0.
           01 WS-EXPIRED-COUNT      PIC 999 VALUE 0.
           01 WS-STILL-PEND-COUNT   PIC 999 VALUE 0.
           01 WS-PAID-TOTAL         PIC 9(11)V99 VALUE 0.
           01 WS-RETURNED-TOTAL     PIC 9(11)V99 VALUE 0.
           01 WS-PENDING-TOTAL      PIC 9(11)V99 VALUE 0.

           01 WS-SHORTFALL          PIC S9(9)V99 VALUE 0.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-SIGNED         PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COUNT          PIC ZZ9.
           01 WS-ACTION-TEXT        PIC X(08).
           01 WS-OUT-LINE           PIC X(140).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               OPEN INPUT QUEUE-FILE
               IF NOT WS-QUEUE-STATUS = "00"
                   DISPLAY "  No OD-DECISION-QUEUE.dat to process"
                   STOP RUN
               END-IF
               PERFORM LOAD-QUEUE
                   UNTIL END-OF-QUEUE
               CLOSE QUEUE-FILE

               PERFORM LOAD-POSTING-POLICY
               PERFORM LOAD-DECISIONS

      *        Cumulative companions, EXTEND-or-OUTPUT as
      *        APPROVAL-QUEUE opens them - both may already carry
      *        tonight's rows from the steps before this one.
               OPEN EXTEND RESUBMIT-QUEUE-FILE
               IF NOT WS-RESUB-STATUS = "00"
                   OPEN OUTPUT RESUBMIT-QUEUE-FILE
               END-IF
               OPEN EXTEND PERM-REJECTED-FILE
               IF NOT WS-PERM-STATUS = "00"
                   OPEN OUTPUT PERM-REJECTED-FILE
               END-IF
               OPEN EXTEND CUSTOMER-ALERTS-FILE
               IF NOT WS-ALERT-STATUS = "00"
                   OPEN OUTPUT CUSTOMER-ALERTS-FILE
               END-IF

               OPEN OUTPUT QUEUE-FILE
               PERFORM DECIDE-ONE-ENTRY
                   VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               CLOSE QUEUE-FILE
               CLOSE RESUBMIT-QUEUE-FILE
               CLOSE PERM-REJECTED-FILE
               CLOSE CUSTOMER-ALERTS-FILE

               PERFORM WRITE-DECISION-LIST
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

           LOAD-QUEUE.
               READ QUEUE-FILE INTO QUEUE-FILE-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-QUEUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-QUEUED
                   IF WS-QUEUE-COUNT < WS-QUEUE-MAX
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE QUEUE-FILE-RECORD
                           TO WQ-RECORD(WS-QUEUE-COUNT)
                       MOVE "W" TO WQ-ACTION(WS-QUEUE-COUNT)
                       MOVE SPACES TO WQ-OFFICER-ID(WS-QUEUE-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: the window defaults to one business
      *        day when no policy (or no usable day count) is on
      *        file ---
           LOAD-POSTING-POLICY.
               OPEN INPUT POSTING-POLICY-FILE
               IF WS-POL-FILE-OK
                   READ POSTING-POLICY-FILE INTO POSTING-POLICY-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POSTING-POLICY-IO
                           TO POSTING-POLICY-RECORD
                       IF PP-DECISION-DAYS IS NUMERIC
                       AND PP-DECISION-DAYS > 0
                           MOVE PP-DECISION-DAYS
                               TO WS-DECISION-DAYS
                       END-IF
                   END-READ
                   CLOSE POSTING-POLICY-FILE
               END-IF.

      *    --- Optional file: no decisions keyed yet simply means
      *        every item waits, up to its return date ---
           LOAD-DECISIONS.
               OPEN INPUT DECISIONS-FILE
               IF WS-DEC-FILE-OK
                   PERFORM READ-ONE-DECISION
                       UNTIL END-OF-DECISIONS
                   CLOSE DECISIONS-FILE
               END-IF.

           READ-ONE-DECISION.
               READ DECISIONS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-DEC
               NOT AT END
                   IF WS-DEC-COUNT < WS-DEC-MAX
                   AND (ODD-PAY OR ODD-RETURN)
                       ADD 1 TO WS-DEC-COUNT
                       MOVE ODD-REFERENCE
                           TO WD-REFERENCE(WS-DEC-COUNT)
                       MOVE ODD-DECISION
                           TO WD-DECISION(WS-DEC-COUNT)
                       MOVE ODD-OFFICER-ID
                           TO WD-OFFICER-ID(WS-DEC-COUNT)
                   END-IF
               END-READ.

      *    A decision on file is honored even on the return date
      *    itself; only an item nobody decided is returned by the
      *    clock.
           DECIDE-ONE-ENTRY.
               MOVE WQ-RECORD(WS-QUEUE-IDX) TO OD-DECISION-RECORD
               MOVE ODQ-TXN TO TRANSACTION-RECORD
               PERFORM DERIVE-RETURN-DATE
               PERFORM FIND-DECISION
               EVALUATE TRUE
                   WHEN WS-DEC-FOUND-IDX > 0
                    AND WD-DECISION(WS-DEC-FOUND-IDX) = "P"
                       MOVE WD-OFFICER-ID(WS-DEC-FOUND-IDX)
                           TO WQ-OFFICER-ID(WS-QUEUE-IDX)
                       PERFORM WRITE-PAID-TO-RESUBMIT
                   WHEN WS-DEC-FOUND-IDX > 0
                       MOVE WD-OFFICER-ID(WS-DEC-FOUND-IDX)
                           TO WQ-OFFICER-ID(WS-QUEUE-IDX)
                       MOVE "R" TO WQ-ACTION(WS-QUEUE-IDX)
                       PERFORM WRITE-RETURNED
                   WHEN WQ-RETURN-BY(WS-QUEUE-IDX) <= WS-TODAY
                       MOVE "X" TO WQ-ACTION(WS-QUEUE-IDX)
                       PERFORM WRITE-RETURNED
                   WHEN OTHER
                       PERFORM WRITE-STILL-PENDING
               END-EVALUATE.

           FIND-DECISION.
               MOVE 0 TO WS-DEC-FOUND-IDX
               PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
                   IF WD-REFERENCE(WS-DEC-IDX) = TR-REFERENCE
                       MOVE WS-DEC-IDX TO WS-DEC-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    The queued date plus the window in business days. A
      *    queued date that will not parse returns the item today
      *    rather than leaving it on the list forever.
           DERIVE-RETURN-DATE.
               MOVE ODQ-QUEUED-DATE(1:4) TO WS-RET-INT-X(1:4)
               MOVE ODQ-QUEUED-DATE(6:2) TO WS-RET-INT-X(5:2)
               MOVE ODQ-QUEUED-DATE(9:2) TO WS-RET-INT-X(7:2)
               IF WS-RET-INT IS NUMERIC
                   COMPUTE WS-RET-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-RET-INT)
                   PERFORM ADD-ONE-BUSINESS-DAY
                       VARYING WS-DAY-NUM FROM 1 BY 1
                       UNTIL WS-DAY-NUM > WS-DECISION-DAYS
                   MOVE FUNCTION DATE-OF-INTEGER(WS-RET-JULIAN)
                       TO WS-RET-INT
                   MOVE WS-RET-INT(1:4) TO WQ-RETURN-BY(WS-QUEUE-IDX)
                   MOVE "-" TO WQ-RETURN-BY(WS-QUEUE-IDX)(5:1)
                   MOVE WS-RET-INT(5:2)
                       TO WQ-RETURN-BY(WS-QUEUE-IDX)(6:2)
                   MOVE "-" TO WQ-RETURN-BY(WS-QUEUE-IDX)(8:1)
                   MOVE WS-RET-INT(7:2)
                       TO WQ-RETURN-BY(WS-QUEUE-IDX)(9:2)
               ELSE
                   MOVE WS-TODAY TO WQ-RETURN-BY(WS-QUEUE-IDX)
               END-IF.

      *    Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      *    Monday, so the remainder arithmetic lands 1=Monday
      *    through 7=Sunday; a step onto Saturday or Sunday rolls
      *    on to Monday.
           ADD-ONE-BUSINESS-DAY.
               ADD 1 TO WS-RET-JULIAN
               COMPUTE WS-DOW-JULIAN = WS-RET-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               COMPUTE WS-DAY-OF-WEEK = WS-DOW-REM + 1
               IF WS-DAY-OF-WEEK = 6
                   ADD 2 TO WS-RET-JULIAN
               END-IF
               IF WS-DAY-OF-WEEK = 7
                   ADD 1 TO WS-RET-JULIAN
               END-IF.

      *    ODP tells the rule service an officer has already said
      *    yes to the overdraft; every other rule still applies on
      *    the way back in.
           WRITE-PAID-TO-RESUBMIT.
               MOVE "P" TO WQ-ACTION(WS-QUEUE-IDX)
               MOVE "ODP"   TO TR-STATUS
               MOVE SPACES  TO TR-ERROR-CODE
               MOVE TRANSACTION-RECORD TO RESUBMIT-QUEUE-RECORD
               WRITE RESUBMIT-QUEUE-RECORD
               ADD 1 TO WS-PAID-COUNT
               ADD TR-AMOUNT TO WS-PAID-TOTAL.

           WRITE-RETURNED.
               MOVE "REJ"   TO TR-STATUS
               MOVE "E04"   TO TR-ERROR-CODE
               MOVE TRANSACTION-RECORD TO PERM-REJECTED-RECORD
               WRITE PERM-REJECTED-RECORD
               IF WQ-EXPIRED(WS-QUEUE-IDX)
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   ADD 1 TO WS-RETURNED-COUNT
               END-IF
               ADD TR-AMOUNT TO WS-RETURNED-TOTAL
               MOVE SPACES        TO CUSTOMER-ALERT-RECORD
               SET CA-TXN-REJECTED TO TRUE
               MOVE WS-TODAY      TO CA-DATE
               MOVE TR-ACCOUNT-ID TO CA-ACCOUNT-ID
               MOVE TR-AMOUNT     TO CA-AMOUNT
               MOVE TR-DESCRIPTION TO CA-DETAIL
               MOVE CUSTOMER-ALERT-RECORD TO ALERT-OUT-RECORD
               WRITE ALERT-OUT-RECORD.

           WRITE-STILL-PENDING.
               MOVE OD-DECISION-RECORD TO QUEUE-FILE-RECORD
               WRITE QUEUE-FILE-RECORD
               ADD 1 TO WS-STILL-PEND-COUNT
               ADD TR-AMOUNT TO WS-PENDING-TOTAL.

      *================================================================
      *    THE LIST - what the officers work from in the morning:
      *    everything still waiting, then what this run decided.
      *================================================================
           WRITE-DECISION-LIST.
               OPEN OUTPUT LIST-FILE
               MOVE ALL "=" TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - OVERDRAFT PAYING-DECISION LIST  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE ALL "=" TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE "  AWAITING DECISION - PAY (P) OR RETURN (R) BY "
                   TO LIST-RECORD
               MOVE "THE RETURN DATE" TO LIST-RECORD(49:15)
               WRITE LIST-RECORD
               PERFORM WRITE-LIST-COLUMN-HEADS
               MOVE "RETURN BY" TO WS-OUT-LINE(89:9)
               MOVE WS-OUT-LINE TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE ALL "-" TO LIST-RECORD
               WRITE LIST-RECORD
               PERFORM WRITE-ONE-WAITING-LINE
                   VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-STILL-PEND-COUNT = 0
                   MOVE "  (no items awaiting a decision)"
                       TO LIST-RECORD
                   WRITE LIST-RECORD
               END-IF
               MOVE SPACES TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE "  DECIDED THIS RUN" TO LIST-RECORD
               WRITE LIST-RECORD
               PERFORM WRITE-LIST-COLUMN-HEADS
               MOVE "ACTION"  TO WS-OUT-LINE(89:6)
               MOVE "OFFICER" TO WS-OUT-LINE(98:7)
               MOVE WS-OUT-LINE TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE ALL "-" TO LIST-RECORD
               WRITE LIST-RECORD
               PERFORM WRITE-ONE-DECIDED-LINE
                   VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-PAID-COUNT + WS-RETURNED-COUNT
                   + WS-EXPIRED-COUNT = 0
                   MOVE "  (nothing decided this run)" TO LIST-RECORD
                   WRITE LIST-RECORD
               END-IF
               MOVE SPACES TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE ALL "=" TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE WS-STILL-PEND-COUNT TO WS-RPT-COUNT
               MOVE WS-PENDING-TOTAL    TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  AWAITING DECISION    " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE WS-PAID-COUNT TO WS-RPT-COUNT
               MOVE WS-PAID-TOTAL TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PAID BY OFFICER      " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE WS-RETURNED-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  RETURNED BY OFFICER  " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE WS-EXPIRED-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  RETURNED UNDECIDED   " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE WS-RETURNED-TOTAL TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL RETURNED          " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO LIST-RECORD
               WRITE LIST-RECORD
               CLOSE LIST-FILE.

      *    Leaves the shared heads in WS-OUT-LINE; each section adds
      *    its own last column(s).
           WRITE-LIST-COLUMN-HEADS.
               MOVE SPACES TO WS-OUT-LINE
               MOVE "ACCOUNT"     TO WS-OUT-LINE(3:7)
               MOVE "REFERENCE"   TO WS-OUT-LINE(14:9)
               MOVE "DATE"        TO WS-OUT-LINE(27:4)
               MOVE "TYP"         TO WS-OUT-LINE(38:3)
               MOVE "AMOUNT"      TO WS-OUT-LINE(50:6)
               MOVE "AVAILABLE"   TO WS-OUT-LINE(63:9)
               MOVE "SHORTFALL"   TO WS-OUT-LINE(79:9)
               MOVE "DESCRIPTION" TO WS-OUT-LINE(107:11).

           WRITE-ONE-WAITING-LINE.
               IF WQ-WAITING(WS-QUEUE-IDX)
                   PERFORM FORMAT-ITEM-LINE
                   MOVE WQ-RETURN-BY(WS-QUEUE-IDX)
                       TO WS-OUT-LINE(89:10)
                   MOVE WS-OUT-LINE TO LIST-RECORD
                   WRITE LIST-RECORD
               END-IF.

           WRITE-ONE-DECIDED-LINE.
               IF NOT WQ-WAITING(WS-QUEUE-IDX)
                   PERFORM FORMAT-ITEM-LINE
                   EVALUATE TRUE
                       WHEN WQ-PAID(WS-QUEUE-IDX)
                           MOVE "PAID"     TO WS-ACTION-TEXT
                       WHEN WQ-RETURNED(WS-QUEUE-IDX)
                           MOVE "RETURNED" TO WS-ACTION-TEXT
                       WHEN OTHER
                           MOVE "EXPIRED"  TO WS-ACTION-TEXT
                   END-EVALUATE
                   MOVE WS-ACTION-TEXT TO WS-OUT-LINE(89:8)
                   MOVE WQ-OFFICER-ID(WS-QUEUE-IDX)
                       TO WS-OUT-LINE(98:8)
                   MOVE WS-OUT-LINE TO LIST-RECORD
                   WRITE LIST-RECORD
               END-IF.

      *    Shortfall is what paying the item would overdraw the
      *    account by, beyond any overdraft line already counted in
      *    the available figure.
           FORMAT-ITEM-LINE.
               MOVE WQ-RECORD(WS-QUEUE-IDX) TO OD-DECISION-RECORD
               MOVE ODQ-TXN TO TRANSACTION-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE TR-ACCOUNT-ID  TO WS-OUT-LINE(3:10)
               MOVE TR-REFERENCE   TO WS-OUT-LINE(14:12)
               MOVE TR-DATE        TO WS-OUT-LINE(27:10)
               MOVE TR-TXN-TYPE    TO WS-OUT-LINE(38:3)
               MOVE TR-AMOUNT      TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT  TO WS-OUT-LINE(42:14)
               MOVE ODQ-AVAILABLE  TO WS-RPT-SIGNED
               MOVE WS-RPT-SIGNED  TO WS-OUT-LINE(57:15)
               COMPUTE WS-SHORTFALL = TR-AMOUNT - ODQ-AVAILABLE
               MOVE WS-SHORTFALL   TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT  TO WS-OUT-LINE(74:14)
               MOVE TR-DESCRIPTION TO WS-OUT-LINE(107:30).

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Overdraft Paying Decisions"
               DISPLAY "=============================================="
               DISPLAY "  Total Queued     : " WS-TOTAL-QUEUED
               DISPLAY "  Paid by Officer  : " WS-PAID-COUNT
               DISPLAY "  Returned         : " WS-RETURNED-COUNT
               DISPLAY "  Returned Expired : " WS-EXPIRED-COUNT
               DISPLAY "  Still Pending    : " WS-STILL-PEND-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/RESUBMIT-QUEUE.dat"
               DISPLAY "  → data/output/PERM-REJECTED-TXNS.dat"
               DISPLAY "  → data/output/OD-DECISION-QUEUE.dat"
               DISPLAY "  → data/output/OD-PAYING-DECISION-LIST.dat"
               DISPLAY "==============================================".
