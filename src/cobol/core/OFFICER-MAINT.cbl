      *================================================================
      * PROGRAM:    OFFICER-MAINT.cbl
      * DESCRIPTION: Account officer assignment maintenance. Reads
      *              OFFICER-MAINT-REQUESTS.dat (OFFICER-MAINT-RECORD
      *              rows) and applies each against
      *              OFFICER-ASSIGNMENTS.dat (load in full, rewrite in
      *              full - the CARD-MAINT treatment):
      *                ASSIGN   - one deposit account or loan to an
      *                           officer; an existing assignment is
      *                           replaced and its officer kept as
      *                           the prior officer
      *                UNASSIGN - the relationship's row comes off
      *                REASSIGN - every relationship the departing
      *                           officer holds (deposits, loans, or
      *                           both) moves to the successor in a
      *                           single request
      *              Officers are staff on OPERATORS.dat. Each request
      *              is echoed with its outcome to
      *              OFFICER-MAINT-RESULTS.dat:
      *                APR approved
      *                O01 unknown action
      *                O02 officer not on OPERATORS.dat
      *                O03 account or loan not on file, or closed
      *                    (a paid-off loan counts as closed)
      *                O04 kind is not D (deposit) or L (loan)
      *                O05 UNASSIGN: the relationship has no officer
      *                O06 REASSIGN: the departing officer holds
      *                    nothing of the kind asked for
      *                O07 REASSIGN: departing and successor officer
      *                    are the same
      *                O08 assignment file full
      *              Runs after ACCOUNT-MAINT and LOAN-ORIGINATION, so
      *              accounts opened and notes booked today can be
      *              assigned the same night.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OFFICER-MAINT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional request feed: no requests is the usual day.
               SELECT MAINT-REQUESTS
                   ASSIGN TO "data/input/OFFICER-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.

               SELECT ASSIGN-FILE
                   ASSIGN TO "data/input/OFFICER-ASSIGNMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASSIGN-STATUS.

               SELECT OPERATOR-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT LOAN-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/OFFICER-MAINT-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULTS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MAINT-REQUESTS.
           01 MAINT-REQUEST-IO      PIC X(100).

           FD ASSIGN-FILE.
           01 ASSIGN-IO             PIC X(100).

           FD OPERATOR-FILE.
           01 OPERATOR-IO           PIC X(100).

           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD LOAN-FILE.
           01 LOAN-IO               PIC X(100).

           FD RESULTS-FILE.
           01 RESULTS-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK       VALUE "00".
           01 WS-ASSIGN-STATUS      PIC XX.
               88 WS-ASSIGN-FILE-OK    VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK      VALUE "00".
           01 WS-RESULTS-STATUS     PIC XX.
               88 WS-RESULTS-FILE-OK   VALUE "00".
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 NO-MORE-REQUESTS     VALUE "Y".
           01 WS-EOF-ASSIGN         PIC X VALUE "N".
               88 END-OF-ASSIGN-LOAD   VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPERATORS     VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCOUNTS      VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".

           COPY "OFFICER-ASSIGN-RECORD.cpy".
           COPY "OFFICER-MAINT-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".

      *    --- Assignment table ---
           01 WS-ASSIGN-MAX         PIC 9(4) VALUE 9999.
           01 WS-ASSIGN-TABLE.
               05 WS-ASSIGN-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-ASSIGN-IDX.
                   10 WOA-RECORD       PIC X(100).
                   10 WOA-DROPPED      PIC X(01).
           01 WS-ASSIGN-COUNT       PIC 9(4) VALUE 0.
           01 WS-ASSIGN-FOUND-IDX   PIC 9(4) VALUE 0.
           01 WS-ASSIGN-CHANGED     PIC X VALUE "N".
           01 WS-FIND-KEY           PIC X(11).

      *    --- Officers on the staff file ---
           01 WS-OPER-MAX           PIC 9(3) VALUE 500.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
           01 WS-OPER-COUNT         PIC 9(3) VALUE 0.
           01 WS-FIND-OFFICER-ID    PIC X(06).
           01 WS-OFFICER-FOUND      PIC X VALUE "N".
               88 OFFICER-ON-FILE      VALUE "Y".

      *    --- Request work fields ---
           01 WS-REQ-OUTCOME        PIC X(03).
           01 WS-FIND-ENTITY-ID     PIC X(10).
           01 WS-ENTITY-FOUND       PIC X VALUE "N".
               88 ENTITY-OPEN          VALUE "Y".
           01 WS-MOVED              PIC 9(5) VALUE 0.

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Counters ---
           01 WS-REQ-COUNT          PIC 9(5) VALUE 0.
           01 WS-ASSIGNED-COUNT     PIC 9(5) VALUE 0.
           01 WS-UNASSIGNED-COUNT   PIC 9(5) VALUE 0.
           01 WS-REASSIGN-COUNT     PIC 9(5) VALUE 0.
           01 WS-MOVED-TOTAL        PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-ASSIGNMENTS
               PERFORM LOAD-OPERATORS
               OPEN INPUT MAINT-REQUESTS
               IF WS-REQ-FILE-OK
                   PERFORM APPLY-REQUESTS
               ELSE
                   DISPLAY "  No OFFICER-MAINT-REQUESTS.dat to process"
               END-IF
               IF WS-ASSIGN-CHANGED = "Y"
                   PERFORM REWRITE-ASSIGNMENTS
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

      *    --- Optional file: absent before the first assignment ---
           LOAD-ASSIGNMENTS.
               OPEN INPUT ASSIGN-FILE
               IF WS-ASSIGN-FILE-OK
                   PERFORM READ-ONE-ASSIGNMENT
                       UNTIL END-OF-ASSIGN-LOAD
                   CLOSE ASSIGN-FILE
               END-IF.

           READ-ONE-ASSIGNMENT.
               READ ASSIGN-FILE INTO ASSIGN-IO
               AT END
                   MOVE "Y" TO WS-EOF-ASSIGN
               NOT AT END
                   IF WS-ASSIGN-COUNT < WS-ASSIGN-MAX
                   AND ASSIGN-IO(1:11) NOT = SPACES
                       ADD 1 TO WS-ASSIGN-COUNT
                       MOVE ASSIGN-IO TO WOA-RECORD(WS-ASSIGN-COUNT)
                       MOVE "N" TO WOA-DROPPED(WS-ASSIGN-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: with no staff file every request that
      *        names an officer is refused ---
           LOAD-OPERATORS.
               OPEN INPUT OPERATOR-FILE
               IF WS-OPER-FILE-OK
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPERATORS
                   CLOSE OPERATOR-FILE
               END-IF.

           READ-ONE-OPERATOR.
               READ OPERATOR-FILE INTO OPERATOR-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   MOVE OPERATOR-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                   AND OP-OPERATOR-ID NOT = SPACES
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    Assignment requests.
      *================================================================
           APPLY-REQUESTS.
               OPEN OUTPUT RESULTS-FILE
               IF NOT WS-RESULTS-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "OFFICER-MAINT-RESULTS.dat"
                   DISPLAY "FILE STATUS: " WS-RESULTS-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-NEXT-REQUEST
               PERFORM PROCESS-LOOP
                   UNTIL NO-MORE-REQUESTS
               CLOSE MAINT-REQUESTS
               CLOSE RESULTS-FILE.

           READ-NEXT-REQUEST.
               READ MAINT-REQUESTS INTO MAINT-REQUEST-IO
               AT END
                   MOVE "Y" TO WS-EOF-REQ
               END-READ.

           PROCESS-LOOP.
               IF MAINT-REQUEST-IO NOT = SPACES
                   ADD 1 TO WS-REQ-COUNT
                   MOVE MAINT-REQUEST-IO TO OFFICER-MAINT-RECORD
                   MOVE 0 TO OMR-MOVED-COUNT
                   MOVE "O01" TO WS-REQ-OUTCOME
                   EVALUATE TRUE
                       WHEN OMR-ASSIGN
                           PERFORM APPLY-ASSIGN
                       WHEN OMR-UNASSIGN
                           PERFORM APPLY-UNASSIGN
                       WHEN OMR-REASSIGN
                           PERFORM APPLY-REASSIGN
                   END-EVALUATE
                   IF WS-REQ-OUTCOME NOT = "APR"
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
                   MOVE WS-REQ-OUTCOME TO OMR-OUTCOME
                   MOVE OFFICER-MAINT-RECORD TO RESULTS-RECORD
                   WRITE RESULTS-RECORD
               END-IF
               PERFORM READ-NEXT-REQUEST.

           FIND-OFFICER.
               MOVE "N" TO WS-OFFICER-FOUND
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WOP-OPERATOR-ID(WS-OPER-IDX) = WS-FIND-OFFICER-ID
                       MOVE "Y" TO WS-OFFICER-FOUND
                   END-IF
               END-PERFORM.

      *    A row dropped earlier in the run is no longer on file.
           FIND-ASSIGNMENT.
               MOVE 0 TO WS-ASSIGN-FOUND-IDX
               PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                   IF WOA-RECORD(WS-ASSIGN-IDX)(1:11) = WS-FIND-KEY
                   AND WOA-DROPPED(WS-ASSIGN-IDX) = "N"
                       MOVE WS-ASSIGN-IDX TO WS-ASSIGN-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    The account or loan must be on its master and still open.
           FIND-ENTITY.
               MOVE "N" TO WS-ENTITY-FOUND
               MOVE OMR-ENTITY-ID TO WS-FIND-ENTITY-ID
               IF OMR-DEPOSIT
                   MOVE "N" TO WS-EOF-ACCT
                   OPEN INPUT ACCOUNTS-FILE
                   IF WS-ACCT-FILE-OK
                       PERFORM READ-ONE-ACCOUNT
                           UNTIL END-OF-ACCOUNTS
                       CLOSE ACCOUNTS-FILE
                   END-IF
               ELSE
                   MOVE "N" TO WS-EOF-LOAN
                   OPEN INPUT LOAN-FILE
                   IF WS-LOAN-FILE-OK
                       PERFORM READ-ONE-LOAN
                           UNTIL END-OF-LOANS
                       CLOSE LOAN-FILE
                   END-IF
               END-IF.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   MOVE ACCOUNT-IO TO ACCOUNT-RECORD
                   IF AR-ACCOUNT-ID = WS-FIND-ENTITY-ID
                       IF NOT AR-CLOSED
                           MOVE "Y" TO WS-ENTITY-FOUND
                       END-IF
                       MOVE "Y" TO WS-EOF-ACCT
                   END-IF
               END-READ.

           READ-ONE-LOAN.
               READ LOAN-FILE INTO LOAN-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   MOVE LOAN-IO TO LOAN-MASTER-RECORD
                   IF LN-LOAN-ID = WS-FIND-ENTITY-ID
                       IF NOT LN-PAID-OFF
                           MOVE "Y" TO WS-ENTITY-FOUND
                       END-IF
                       MOVE "Y" TO WS-EOF-LOAN
                   END-IF
               END-READ.

           APPLY-ASSIGN.
               MOVE OMR-OFFICER-ID TO WS-FIND-OFFICER-ID
               PERFORM FIND-OFFICER
               IF OMR-DEPOSIT OR OMR-LOAN
                   PERFORM FIND-ENTITY
                   MOVE OMR-ENTITY-KIND TO WS-FIND-KEY(1:1)
                   MOVE OMR-ENTITY-ID TO WS-FIND-KEY(2:10)
                   PERFORM FIND-ASSIGNMENT
               END-IF
               EVALUATE TRUE
                   WHEN NOT OMR-DEPOSIT AND NOT OMR-LOAN
                       MOVE "O04" TO WS-REQ-OUTCOME
                   WHEN NOT OFFICER-ON-FILE
                       MOVE "O02" TO WS-REQ-OUTCOME
                   WHEN NOT ENTITY-OPEN
                       MOVE "O03" TO WS-REQ-OUTCOME
                   WHEN WS-ASSIGN-FOUND-IDX = 0
                    AND WS-ASSIGN-COUNT NOT < WS-ASSIGN-MAX
                       MOVE "O08" TO WS-REQ-OUTCOME
                   WHEN WS-ASSIGN-FOUND-IDX > 0
                       MOVE WOA-RECORD(WS-ASSIGN-FOUND-IDX)
                           TO OFFICER-ASSIGN-RECORD
                       PERFORM SET-NEW-OFFICER
                       MOVE OFFICER-ASSIGN-RECORD
                           TO WOA-RECORD(WS-ASSIGN-FOUND-IDX)
                       ADD 1 TO WS-ASSIGNED-COUNT
                       MOVE "APR" TO WS-REQ-OUTCOME
                   WHEN OTHER
                       MOVE SPACES TO OFFICER-ASSIGN-RECORD
                       MOVE OMR-ENTITY-KIND TO OFA-ENTITY-KIND
                       MOVE OMR-ENTITY-ID   TO OFA-ENTITY-ID
                       PERFORM SET-NEW-OFFICER
                       ADD 1 TO WS-ASSIGN-COUNT
                       MOVE OFFICER-ASSIGN-RECORD
                           TO WOA-RECORD(WS-ASSIGN-COUNT)
                       MOVE "N" TO WOA-DROPPED(WS-ASSIGN-COUNT)
                       ADD 1 TO WS-ASSIGNED-COUNT
                       MOVE "APR" TO WS-REQ-OUTCOME
               END-EVALUATE.

      *    OFFICER-ASSIGN-RECORD holds the row; the officer it had
      *    becomes the prior officer unless the request names the
      *    same one again.
           SET-NEW-OFFICER.
               IF OFA-OFFICER-ID NOT = OMR-OFFICER-ID
                   MOVE OFA-OFFICER-ID TO OFA-PRIOR-OFFICER
                   MOVE OMR-OFFICER-ID TO OFA-OFFICER-ID
                   MOVE WS-TODAY       TO OFA-ASSIGNED-DATE
               END-IF
               MOVE "Y" TO WS-ASSIGN-CHANGED.

           APPLY-UNASSIGN.
               IF NOT OMR-DEPOSIT AND NOT OMR-LOAN
                   MOVE "O04" TO WS-REQ-OUTCOME
               ELSE
                   MOVE OMR-ENTITY-KIND TO WS-FIND-KEY(1:1)
                   MOVE OMR-ENTITY-ID TO WS-FIND-KEY(2:10)
                   PERFORM FIND-ASSIGNMENT
                   IF WS-ASSIGN-FOUND-IDX = 0
                       MOVE "O05" TO WS-REQ-OUTCOME
                   ELSE
                       MOVE "Y" TO WOA-DROPPED(WS-ASSIGN-FOUND-IDX)
                       MOVE "Y" TO WS-ASSIGN-CHANGED
                       ADD 1 TO WS-UNASSIGNED-COUNT
                       MOVE "APR" TO WS-REQ-OUTCOME
                   END-IF
               END-IF.

      *    The departing officer need no longer be on the staff file
      *    - often they are already gone from it - but the successor
      *    must be.
           APPLY-REASSIGN.
               MOVE OMR-OFFICER-ID TO WS-FIND-OFFICER-ID
               PERFORM FIND-OFFICER
               EVALUATE TRUE
                   WHEN NOT OMR-DEPOSIT AND NOT OMR-LOAN
                    AND NOT OMR-BOTH-KINDS
                       MOVE "O04" TO WS-REQ-OUTCOME
                   WHEN NOT OFFICER-ON-FILE
                       MOVE "O02" TO WS-REQ-OUTCOME
                   WHEN OMR-FROM-OFFICER = OMR-OFFICER-ID
                       MOVE "O07" TO WS-REQ-OUTCOME
                   WHEN OTHER
                       MOVE 0 TO WS-MOVED
                       PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                           UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                           MOVE WOA-RECORD(WS-ASSIGN-IDX)
                               TO OFFICER-ASSIGN-RECORD
                           IF WOA-DROPPED(WS-ASSIGN-IDX) = "N"
                           AND OFA-OFFICER-ID = OMR-FROM-OFFICER
                           AND (OMR-BOTH-KINDS
                               OR OFA-ENTITY-KIND = OMR-ENTITY-KIND)
                               PERFORM SET-NEW-OFFICER
                               MOVE OFFICER-ASSIGN-RECORD
                                   TO WOA-RECORD(WS-ASSIGN-IDX)
                               ADD 1 TO WS-MOVED
                           END-IF
                       END-PERFORM
                       IF WS-MOVED = 0
                           MOVE "O06" TO WS-REQ-OUTCOME
                       ELSE
                           MOVE WS-MOVED TO OMR-MOVED-COUNT
                           ADD WS-MOVED TO WS-MOVED-TOTAL
                           ADD 1 TO WS-REASSIGN-COUNT
                           MOVE "APR" TO WS-REQ-OUTCOME
                       END-IF
               END-EVALUATE.

           REWRITE-ASSIGNMENTS.
               OPEN OUTPUT ASSIGN-FILE
               PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                   IF WOA-DROPPED(WS-ASSIGN-IDX) = "N"
                       MOVE WOA-RECORD(WS-ASSIGN-IDX) TO ASSIGN-IO
                       WRITE ASSIGN-IO
                   END-IF
               END-PERFORM
               CLOSE ASSIGN-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Account Officer Maintenance"
               DISPLAY "=============================================="
               DISPLAY "  Requests Processed : " WS-REQ-COUNT
               DISPLAY "  Assigned           : " WS-ASSIGNED-COUNT
               DISPLAY "  Unassigned         : " WS-UNASSIGNED-COUNT
               DISPLAY "  Portfolio Moves    : " WS-REASSIGN-COUNT
                   " (" WS-MOVED-TOTAL " relationships)"
               DISPLAY "  Rejected           : " WS-REJECTED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/OFFICER-ASSIGNMENTS.dat"
               DISPLAY "  → data/output/OFFICER-MAINT-RESULTS.dat"
               DISPLAY "==============================================".
