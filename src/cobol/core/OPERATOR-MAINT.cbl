      *================================================================
      * PROGRAM:    OPERATOR-MAINT.cbl
      * DESCRIPTION: Operator roster maintenance - OPERATORS.dat
      *              gates sign-on for every interactive program and
      *              the keying and approval rights of the batch
      *              maintenance feeds, so hires, role changes and
      *              terminations go through here instead of being
      *              hand edits nobody records. Three jobs a night:
      *                - Requests from the optional
      *                  OPERATOR-MAINT-REQUESTS.dat (see
      *                  OPERATOR-MAINT-RECORD.cpy) add, change the
      *                  role of, suspend, remove, reinstate or
      *                  recertify an operator. Each needs two
      *                  different active supervisors - the one who
      *                  keyed it and the one who approved it, the
      *                  LOAN-MODIFY rule - and neither may act on
      *                  their own ID. Each request echoes to
      *                  OPERATOR-MAINT-RESULTS.dat with its outcome:
      *                    APR applied
      *                    V01 unknown action
      *                    V02 requester and approver not two
      *                        different active supervisors
      *                    V03 requester or approver acting on
      *                        their own ID
      *                    V04 operator not on the roster
      *                    V05 ADD: ID already on the roster (a
      *                        removed ID is never reissued)
      *                    V06 role not I/M/S/C, or ADD without
      *                        a name
      *                    V07 manager not an active operator
      *                    V08 expiry date not a valid date after
      *                        today
      *                    V09 the operator's status does not allow
      *                        it (suspending a removed ID,
      *                        reinstating an active one, ...)
      *                    V10 roster full
      *                - The sweep locks every active ID past its
      *                  OP-EXPIRY-DATE, and every ID with no sign-on
      *                  on OPERATOR-ACTIVITY-LOG.dat for more than
      *                  WS-IDLE-DAYS days - counted from its last
      *                  sign-on, recertification or status change,
      *                  whichever is latest, so a new hire or a
      *                  reinstated ID gets the full allowance. Only
      *                  RIN by two supervisors reopens it.
      *                - Every applied change and every lock is
      *                  appended to the cumulative AUDIT-TRAIL.dat
      *                  (the operator ID in the account-ID slot,
      *                  both supervisors in the reason).
      *              On the last business day of each quarter
      *              OPERATOR-RECERT-REPORT.dat lists, manager by
      *              manager, each operator they certify with role,
      *              status, last sign-on, last recertification and
      *              expiry, and a line for the manager's sign-off;
      *              the signed review comes back as RCT requests.
      *              Runs early in the chain, ahead of OFFICER-MAINT
      *              and every feed that checks its keyers and
      *              approvers against the roster.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OPERATOR-MAINT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional request feed: no changes is the usual night.
               SELECT MAINT-REQUESTS
                   ASSIGN TO "data/input/OPERATOR-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.

      *        The roster - load in full, rewrite in full.
               SELECT OPERATOR-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Optional: absent until the first interactive session.
               SELECT ACTIVITY-LOG-FILE
                   ASSIGN TO "data/output/OPERATOR-ACTIVITY-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALOG-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/OPERATOR-MAINT-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULTS-STATUS.

      *        Cumulative across runs - opened EXTEND.
               SELECT AUDIT-TRAIL-FILE
                   ASSIGN TO "data/output/AUDIT-TRAIL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/OPERATOR-RECERT-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MAINT-REQUESTS.
           01 MAINT-REQUEST-IO      PIC X(100).

           FD OPERATOR-FILE.
           01 OPERATOR-IO           PIC X(100).

           FD ACTIVITY-LOG-FILE.
           01 ACTIVITY-LOG-IO       PIC X(80).

           FD RESULTS-FILE.
           01 RESULTS-RECORD        PIC X(100).

           FD AUDIT-TRAIL-FILE.
           01 AUDIT-OUT-RECORD      PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK       VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-ALOG-STATUS        PIC XX.
               88 WS-ALOG-FILE-OK      VALUE "00".
           01 WS-RESULTS-STATUS     PIC XX.
               88 WS-RESULTS-FILE-OK   VALUE "00".
           01 WS-AUDIT-STATUS       PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 NO-MORE-REQUESTS     VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPERATORS     VALUE "Y".
           01 WS-EOF-ALOG           PIC X VALUE "N".
               88 END-OF-ACTIVITY-LOG  VALUE "Y".
           01 WS-AUDIT-OPEN         PIC X VALUE "N".

           COPY "OPERATOR-RECORD.cpy".
           COPY "OPERATOR-MAINT-RECORD.cpy".
           COPY "AUDIT-TRAIL-RECORD.cpy".

      *    An ID unused this many days locks - the examiners' 90.
           01 WS-IDLE-DAYS          PIC 9(3) VALUE 90.

      *    --- The roster, with each ID's last sign-on from the
      *        activity log ("*" comment rows ride along untouched) ---
           01 WS-RO-MAX             PIC 9(3) VALUE 500.
           01 WS-RO-TABLE.
               05 WS-RO-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-RO-IDX.
                   10 WRO-RECORD       PIC X(100).
                   10 WRO-LAST-SIGNON  PIC X(10).
           01 WS-RO-COUNT           PIC 9(3) VALUE 0.
           01 WS-RO-FOUND-IDX       PIC 9(3) VALUE 0.
           01 WS-TARGET-IDX         PIC 9(3) VALUE 0.
           01 WS-FIND-OPER          PIC X(06).
           01 WS-ROSTER-CHANGED     PIC X VALUE "N".
           01 WS-ROSTER-LOADED      PIC X VALUE "N".

      *    --- Request work fields ---
           01 WS-SUPV-OK            PIC X VALUE "N".
           01 WS-OLD-ROLE           PIC X(01).
           01 WS-NEW-EXPIRY         PIC X(10).
           01 WS-CHECK-DATE         PIC X(10).
           01 WS-DATE-OK            PIC X VALUE "N".
           01 WS-AUDIT-DETAIL       PIC X(03).

      *    --- Sweep work fields ---
           01 WS-BASE-DATE          PIC X(10).
           01 WS-BASE-INT           PIC 9(8).
           01 WS-BASE-JULIAN        PIC 9(7).
           01 WS-IDLE-COUNT         PIC 9(5).

      *    --- Dates / quarter end ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-CUR-MONTH          PIC 99.
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-QTR-END            PIC X VALUE "N".
               88 REPORT-TONIGHT       VALUE "Y".

      *    --- Recertification report: managers in roster order ---
           01 WS-MGR-MAX            PIC 9(3) VALUE 500.
           01 WS-MGR-TABLE.
               05 WS-MGR-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-MGR-IDX.
                   10 WMG-MANAGER-ID   PIC X(06).
           01 WS-MGR-COUNT          PIC 9(3) VALUE 0.
           01 WS-MGR-HIT            PIC X VALUE "N".
           01 WS-CUR-MANAGER        PIC X(06).
           01 WS-MGR-NAME           PIC X(25).
           01 WS-MGR-LINES          PIC 9(3) VALUE 0.
           01 WS-MGR-ROW            PIC 9(3) VALUE 0.
           01 WS-ROLE-TEXT          PIC X(11).
           01 WS-STATUS-TEXT        PIC X(11).
           01 WS-OUT-LINE           PIC X(100).

      *    --- Counters ---
           01 WS-REQ-COUNT          PIC 9(5) VALUE 0.
           01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-IDLE-LOCKS         PIC 9(5) VALUE 0.
           01 WS-EXPIRY-LOCKS       PIC 9(5) VALUE 0.
           01 WS-RECERT-LISTED      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-QUARTER-END
               PERFORM LOAD-OPERATORS
               IF WS-ROSTER-LOADED NOT = "Y"
                   DISPLAY "  WARNING: OPERATORS.dat not found - "
                       "no roster to maintain"
                   STOP RUN
               END-IF
               PERFORM LOAD-LAST-SIGN-ON
               OPEN INPUT MAINT-REQUESTS
               IF WS-REQ-FILE-OK
                   PERFORM APPLY-REQUESTS
               ELSE
                   DISPLAY "  No OPERATOR-MAINT-REQUESTS.dat to "
                       "process"
               END-IF
               PERFORM SWEEP-ONE-OPERATOR
                   VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > WS-RO-COUNT
               IF WS-AUDIT-OPEN = "Y"
                   CLOSE AUDIT-TRAIL-FILE
               END-IF
               IF WS-ROSTER-CHANGED = "Y"
                   PERFORM REWRITE-OPERATORS
               END-IF
               IF REPORT-TONIGHT
                   PERFORM WRITE-RECERT-REPORT
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
               MOVE WS-DATE-INT(5:2) TO WS-CUR-MONTH
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    Month-end trigger narrowed to the quarter months - the
      *    REG-O-REPORT test.
           DETERMINE-QUARTER-END.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               IF WS-DOW-REM + 1 = 5
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 3
               ELSE
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 1
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-JULIAN)
                   TO WS-NEXT-BUS-INT
               IF WS-NEXT-BUS-INT(5:2) NOT = WS-DATE-INT(5:2)
               AND (WS-CUR-MONTH = 3 OR WS-CUR-MONTH = 6
                    OR WS-CUR-MONTH = 9 OR WS-CUR-MONTH = 12)
                   MOVE "Y" TO WS-QTR-END
               END-IF.

      *    --- Every row, comments included, so the rewrite gives
      *        back the file as it was apart from tonight's changes ---
           LOAD-OPERATORS.
               OPEN INPUT OPERATOR-FILE
               IF WS-OPER-FILE-OK
                   MOVE "Y" TO WS-ROSTER-LOADED
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPERATORS
                   CLOSE OPERATOR-FILE
               END-IF.

           READ-ONE-OPERATOR.
               READ OPERATOR-FILE INTO OPERATOR-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   IF OPERATOR-IO NOT = SPACES
                       IF WS-RO-COUNT < WS-RO-MAX
                           ADD 1 TO WS-RO-COUNT
                           MOVE OPERATOR-IO TO WRO-RECORD(WS-RO-COUNT)
                           MOVE SPACES
                               TO WRO-LAST-SIGNON(WS-RO-COUNT)
                       ELSE
                           DISPLAY "  WARNING: OPERATORS.dat over "
                               WS-RO-MAX " rows - the rest are not "
                               "maintained"
                       END-IF
                   END-IF
               END-READ.

      *    A comment row or a blank ID never matches.
           FIND-ROSTER-OPER.
               MOVE 0 TO WS-RO-FOUND-IDX
               IF WS-FIND-OPER NOT = SPACES
                   PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                       UNTIL WS-RO-IDX > WS-RO-COUNT
                       OR WS-RO-FOUND-IDX > 0
                       IF WRO-RECORD(WS-RO-IDX)(1:6) = WS-FIND-OPER
                       AND WRO-RECORD(WS-RO-IDX)(1:1) NOT = "*"
                           SET WS-RO-FOUND-IDX TO WS-RO-IDX
                       END-IF
                   END-PERFORM
               END-IF.

      *    --- Optional file: with no log yet, nobody has a sign-on
      *        and the idle clock runs from the roster dates alone.
      *        A refused session is not a sign-on ---
           LOAD-LAST-SIGN-ON.
               OPEN INPUT ACTIVITY-LOG-FILE
               IF WS-ALOG-FILE-OK
                   PERFORM READ-ONE-ACTIVITY
                       UNTIL END-OF-ACTIVITY-LOG
                   CLOSE ACTIVITY-LOG-FILE
               END-IF.

           READ-ONE-ACTIVITY.
               READ ACTIVITY-LOG-FILE INTO ACTIVITY-LOG-IO
               AT END
                   MOVE "Y" TO WS-EOF-ALOG
               NOT AT END
                   IF ACTIVITY-LOG-IO(55:10) NOT = "REFUSED"
                   AND ACTIVITY-LOG-IO(1:4) IS NUMERIC
                       MOVE ACTIVITY-LOG-IO(21:6) TO WS-FIND-OPER
                       PERFORM FIND-ROSTER-OPER
                       IF WS-RO-FOUND-IDX > 0
                       AND ACTIVITY-LOG-IO(1:10)
                           > WRO-LAST-SIGNON(WS-RO-FOUND-IDX)
                           MOVE ACTIVITY-LOG-IO(1:10)
                               TO WRO-LAST-SIGNON(WS-RO-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    Roster change requests.
      *================================================================
           APPLY-REQUESTS.
               OPEN OUTPUT RESULTS-FILE
               IF NOT WS-RESULTS-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "OPERATOR-MAINT-RESULTS.dat"
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
                   MOVE MAINT-REQUEST-IO TO OPERATOR-MAINT-RECORD
                   SET OPM-APPLIED TO TRUE
                   MOVE SPACES TO OPM-ERROR-CODE
                   PERFORM CHECK-SUPERVISORS
                   MOVE OPM-OPERATOR-ID TO WS-FIND-OPER
                   PERFORM FIND-ROSTER-OPER
                   MOVE WS-RO-FOUND-IDX TO WS-TARGET-IDX
                   EVALUATE TRUE
                       WHEN NOT OPM-ADD AND NOT OPM-CHANGE-ROLE
                       AND NOT OPM-SUSPEND AND NOT OPM-REMOVE
                       AND NOT OPM-REINSTATE AND NOT OPM-RECERTIFY
                           SET OPM-ERR-BAD-ACTION TO TRUE
                       WHEN WS-SUPV-OK NOT = "Y"
                           SET OPM-ERR-NO-SECOND TO TRUE
                       WHEN OPM-OPERATOR-ID = OPM-REQUESTED-BY
                       OR OPM-OPERATOR-ID = OPM-APPROVED-BY
                           SET OPM-ERR-OWN-ID TO TRUE
                       WHEN OPM-ADD
                           PERFORM APPLY-ADD
                       WHEN WS-TARGET-IDX = 0
                           SET OPM-ERR-NOT-FOUND TO TRUE
                       WHEN OTHER
                           MOVE WRO-RECORD(WS-TARGET-IDX)
                               TO OPERATOR-RECORD
                           EVALUATE TRUE
                               WHEN OPM-CHANGE-ROLE
                                   PERFORM APPLY-CHANGE-ROLE
                               WHEN OPM-SUSPEND
                                   PERFORM APPLY-SUSPEND
                               WHEN OPM-REMOVE
                                   PERFORM APPLY-REMOVE
                               WHEN OPM-REINSTATE
                                   PERFORM APPLY-REINSTATE
                               WHEN OPM-RECERTIFY
                                   PERFORM APPLY-RECERTIFY
                           END-EVALUATE
                   END-EVALUATE
                   IF OPM-ERROR-CODE NOT = SPACES
                       SET OPM-REJECTED TO TRUE
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       MOVE OPERATOR-RECORD TO WRO-RECORD(WS-TARGET-IDX)
                       MOVE "Y" TO WS-ROSTER-CHANGED
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-CHANGE-AUDIT
                   END-IF
                   MOVE OPERATOR-MAINT-RECORD TO RESULTS-RECORD
                   WRITE RESULTS-RECORD
               END-IF
               PERFORM READ-NEXT-REQUEST.

      *    Two different people, both active supervisors as the
      *    roster stands at this point in the run.
           CHECK-SUPERVISORS.
               MOVE "N" TO WS-SUPV-OK
               IF OPM-REQUESTED-BY NOT = SPACES
               AND OPM-APPROVED-BY NOT = SPACES
               AND OPM-REQUESTED-BY NOT = OPM-APPROVED-BY
                   MOVE OPM-REQUESTED-BY TO WS-FIND-OPER
                   PERFORM FIND-ROSTER-OPER
                   IF WS-RO-FOUND-IDX > 0
                       MOVE WRO-RECORD(WS-RO-FOUND-IDX)
                           TO OPERATOR-RECORD
                       IF OP-SUPERVISOR AND NOT OP-ACCESS-BARRED
                           MOVE OPM-APPROVED-BY TO WS-FIND-OPER
                           PERFORM FIND-ROSTER-OPER
                           IF WS-RO-FOUND-IDX > 0
                               MOVE WRO-RECORD(WS-RO-FOUND-IDX)
                                   TO OPERATOR-RECORD
                               IF OP-SUPERVISOR
                               AND NOT OP-ACCESS-BARRED
                                   MOVE "Y" TO WS-SUPV-OK
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *    The manager has to be someone who can still sign on, and
      *    not the operator being certified. OPERATOR-RECORD holds
      *    the target, so the manager's status is read off the raw
      *    row (OP-STATUS, byte 44).
           CHECK-MANAGER.
               IF OPM-MANAGER-ID = OPM-OPERATOR-ID
                   SET OPM-ERR-BAD-MANAGER TO TRUE
               ELSE
                   MOVE OPM-MANAGER-ID TO WS-FIND-OPER
                   PERFORM FIND-ROSTER-OPER
                   IF WS-RO-FOUND-IDX = 0
                       SET OPM-ERR-BAD-MANAGER TO TRUE
                   ELSE
                       IF WRO-RECORD(WS-RO-FOUND-IDX)(44:1) = "S"
                       OR WRO-RECORD(WS-RO-FOUND-IDX)(44:1) = "L"
                       OR WRO-RECORD(WS-RO-FOUND-IDX)(44:1) = "R"
                           SET OPM-ERR-BAD-MANAGER TO TRUE
                       END-IF
                   END-IF
               END-IF.

      *    A keyed expiry must be a real YYYY-MM-DD after today.
           CHECK-NEW-EXPIRY.
               MOVE OPM-EXPIRY-DATE TO WS-CHECK-DATE
               MOVE "N" TO WS-DATE-OK
               IF WS-CHECK-DATE(1:4) IS NUMERIC
               AND WS-CHECK-DATE(5:1) = "-"
               AND WS-CHECK-DATE(6:2) IS NUMERIC
               AND WS-CHECK-DATE(8:1) = "-"
               AND WS-CHECK-DATE(9:2) IS NUMERIC
               AND WS-CHECK-DATE(6:2) >= "01"
               AND WS-CHECK-DATE(6:2) <= "12"
               AND WS-CHECK-DATE(9:2) >= "01"
               AND WS-CHECK-DATE(9:2) <= "31"
               AND WS-CHECK-DATE > WS-TODAY
                   MOVE "Y" TO WS-DATE-OK
               END-IF
               IF WS-DATE-OK NOT = "Y"
                   SET OPM-ERR-BAD-DATE TO TRUE
               END-IF.

      *    ADD - a new row, active from today, certified today.
           APPLY-ADD.
               EVALUATE TRUE
                   WHEN WS-TARGET-IDX > 0
                       SET OPM-ERR-DUPLICATE TO TRUE
                   WHEN OPM-OPERATOR-ID = SPACES
                   OR OPM-OPERATOR-ID(1:1) = "*"
                   OR OPM-NAME = SPACES
                   OR (OPM-ROLE NOT = "I" AND NOT = "M"
                       AND NOT = "S" AND NOT = "C")
                       SET OPM-ERR-BAD-ROLE TO TRUE
                   WHEN OTHER
                       PERFORM CHECK-MANAGER
               END-EVALUATE
               IF OPM-ERROR-CODE = SPACES
               AND OPM-EXPIRY-DATE NOT = SPACES
                   PERFORM CHECK-NEW-EXPIRY
               END-IF
               IF OPM-ERROR-CODE = SPACES
                   IF WS-RO-COUNT < WS-RO-MAX
                       ADD 1 TO WS-RO-COUNT
                       MOVE WS-RO-COUNT TO WS-TARGET-IDX
                       MOVE SPACES TO OPERATOR-RECORD
                       MOVE OPM-OPERATOR-ID TO OP-OPERATOR-ID
                       MOVE OPM-NAME        TO OP-NAME
                       MOVE OPM-ROLE        TO OP-ROLE
                       MOVE "A"             TO OP-STATUS
                       MOVE WS-TODAY        TO OP-STATUS-DATE
                       MOVE WS-TODAY        TO OP-RECERT-DATE
                       MOVE OPM-EXPIRY-DATE TO OP-EXPIRY-DATE
                       MOVE OPM-MANAGER-ID  TO OP-MANAGER-ID
                       MOVE SPACES TO WRO-LAST-SIGNON(WS-TARGET-IDX)
                       MOVE "ADD" TO WS-AUDIT-DETAIL
                       SET AT-OPER-ADD TO TRUE
                   ELSE
                       SET OPM-ERR-ROSTER-FULL TO TRUE
                   END-IF
               END-IF.

      *    ROL - the role moves; a keyed manager moves with it.
           APPLY-CHANGE-ROLE.
               EVALUATE TRUE
                   WHEN OP-REMOVED
                       SET OPM-ERR-WRONG-STATE TO TRUE
                   WHEN OPM-ROLE NOT = "I" AND NOT = "M"
                   AND NOT = "S" AND NOT = "C"
                       SET OPM-ERR-BAD-ROLE TO TRUE
                   WHEN OPM-MANAGER-ID NOT = SPACES
                       PERFORM CHECK-MANAGER
               END-EVALUATE
               IF OPM-ERROR-CODE = SPACES
                   MOVE OP-ROLE TO WS-OLD-ROLE
                   MOVE OPM-ROLE TO OP-ROLE
                   IF OPM-MANAGER-ID NOT = SPACES
                       MOVE OPM-MANAGER-ID TO OP-MANAGER-ID
                   END-IF
                   STRING WS-OLD-ROLE ">" OP-ROLE
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   SET AT-OPER-ROLE TO TRUE
               END-IF.

      *    SUS - an active or locked ID; held until reinstated.
           APPLY-SUSPEND.
               IF OP-SUSPENDED OR OP-REMOVED
                   SET OPM-ERR-WRONG-STATE TO TRUE
               ELSE
                   MOVE "S" TO OP-STATUS
                   MOVE SPACE TO OP-LOCK-REASON
                   MOVE WS-TODAY TO OP-STATUS-DATE
                   MOVE "SUS" TO WS-AUDIT-DETAIL
                   SET AT-OPER-SUSPEND TO TRUE
               END-IF.

      *    RMV - final. The row stays for the record and the ID is
      *    never reissued.
           APPLY-REMOVE.
               IF OP-REMOVED
                   SET OPM-ERR-WRONG-STATE TO TRUE
               ELSE
                   MOVE "R" TO OP-STATUS
                   MOVE SPACE TO OP-LOCK-REASON
                   MOVE WS-TODAY TO OP-STATUS-DATE
                   MOVE "RMV" TO WS-AUDIT-DETAIL
                   SET AT-OPER-REMOVE TO TRUE
               END-IF.

      *    RIN - a suspended or locked ID back to active, its idle
      *    clock restarted. An ID locked past its expiry needs a new
      *    expiry date keyed with it, or the sweep would lock it
      *    again tonight.
           APPLY-REINSTATE.
               IF NOT OP-SUSPENDED AND NOT OP-LOCKED
                   SET OPM-ERR-WRONG-STATE TO TRUE
               ELSE
                   IF OPM-EXPIRY-DATE NOT = SPACES
                       PERFORM CHECK-NEW-EXPIRY
                   ELSE
                       IF OP-EXPIRY-DATE NOT = SPACES
                       AND OP-EXPIRY-DATE < WS-TODAY
                           SET OPM-ERR-BAD-DATE TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF OPM-ERROR-CODE = SPACES
                   MOVE "A" TO OP-STATUS
                   MOVE SPACE TO OP-LOCK-REASON
                   MOVE WS-TODAY TO OP-STATUS-DATE
                   IF OPM-EXPIRY-DATE NOT = SPACES
                       MOVE OPM-EXPIRY-DATE TO OP-EXPIRY-DATE
                   END-IF
                   MOVE "RIN" TO WS-AUDIT-DETAIL
                   SET AT-OPER-REINSTATE TO TRUE
               END-IF.

      *    RCT - the manager's sign-off from the quarterly review;
      *    a keyed expiry replaces the old one. Recertifying does
      *    not reopen a suspended or locked ID - that is RIN.
           APPLY-RECERTIFY.
               IF OP-REMOVED
                   SET OPM-ERR-WRONG-STATE TO TRUE
               ELSE
                   IF OPM-EXPIRY-DATE NOT = SPACES
                       PERFORM CHECK-NEW-EXPIRY
                   END-IF
               END-IF
               IF OPM-ERROR-CODE = SPACES
                   MOVE WS-TODAY TO OP-RECERT-DATE
                   IF OPM-EXPIRY-DATE NOT = SPACES
                       MOVE OPM-EXPIRY-DATE TO OP-EXPIRY-DATE
                   END-IF
                   MOVE "RCT" TO WS-AUDIT-DETAIL
                   SET AT-OPER-RECERT TO TRUE
               END-IF.

      *    The action 88 was set by the apply paragraph; the reason
      *    names both supervisors after its own short detail.
           WRITE-CHANGE-AUDIT.
               MOVE SPACES TO AT-REASON
               STRING OPM-REQUESTED-BY "/" OPM-APPROVED-BY " "
                   WS-AUDIT-DETAIL
                   DELIMITED BY SIZE INTO AT-REASON
               PERFORM WRITE-AUDIT-ROW.

           WRITE-AUDIT-ROW.
               IF WS-AUDIT-OPEN NOT = "Y"
                   OPEN EXTEND AUDIT-TRAIL-FILE
                   IF NOT WS-AUDIT-STATUS = "00"
                       OPEN OUTPUT AUDIT-TRAIL-FILE
                   END-IF
                   MOVE "Y" TO WS-AUDIT-OPEN
               END-IF
               MOVE WS-TODAY TO AT-DATE
               MOVE OP-OPERATOR-ID TO AT-ACCOUNT-ID
               MOVE 0 TO AT-OLD-BALANCE
               MOVE 0 TO AT-ADJ-AMOUNT
               MOVE 0 TO AT-NEW-BALANCE
               MOVE AUDIT-TRAIL-RECORD TO AUDIT-OUT-RECORD
               WRITE AUDIT-OUT-RECORD.

      *================================================================
      *    The sweep: expiry first, then the idle clock. A row with
      *    no dates at all (keyed before the roster was maintained)
      *    starts its clock tonight rather than locking on the spot.
      *================================================================
           SWEEP-ONE-OPERATOR.
               MOVE WRO-RECORD(WS-RO-IDX) TO OPERATOR-RECORD
               IF OP-OPERATOR-ID(1:1) NOT = "*"
               AND OP-ACTIVE
                   MOVE WRO-LAST-SIGNON(WS-RO-IDX) TO WS-BASE-DATE
                   IF OP-STATUS-DATE > WS-BASE-DATE
                       MOVE OP-STATUS-DATE TO WS-BASE-DATE
                   END-IF
                   IF OP-RECERT-DATE > WS-BASE-DATE
                       MOVE OP-RECERT-DATE TO WS-BASE-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN OP-EXPIRY-DATE NOT = SPACES
                       AND OP-EXPIRY-DATE < WS-TODAY
                           MOVE "L" TO OP-STATUS
                           SET OP-LOCKED-EXPIRED TO TRUE
                           MOVE WS-TODAY TO OP-STATUS-DATE
                           MOVE SPACES TO AT-REASON
                           STRING "EXPIRED " OP-EXPIRY-DATE
                               DELIMITED BY SIZE INTO AT-REASON
                           PERFORM LOCK-OPERATOR
                           ADD 1 TO WS-EXPIRY-LOCKS
                       WHEN WS-BASE-DATE(1:4) NOT NUMERIC
                       OR WS-BASE-DATE(6:2) NOT NUMERIC
                       OR WS-BASE-DATE(9:2) NOT NUMERIC
                           MOVE "A" TO OP-STATUS
                           MOVE WS-TODAY TO OP-STATUS-DATE
                           MOVE OPERATOR-RECORD TO WRO-RECORD(WS-RO-IDX)
                           MOVE "Y" TO WS-ROSTER-CHANGED
                       WHEN OTHER
                           MOVE WS-BASE-DATE(1:4) TO WS-BASE-INT(1:4)
                           MOVE WS-BASE-DATE(6:2) TO WS-BASE-INT(5:2)
                           MOVE WS-BASE-DATE(9:2) TO WS-BASE-INT(7:2)
                           COMPUTE WS-BASE-JULIAN =
                               FUNCTION INTEGER-OF-DATE(WS-BASE-INT)
                           IF WS-TODAY-JULIAN - WS-BASE-JULIAN
                               > WS-IDLE-DAYS
                               MOVE "L" TO OP-STATUS
                               SET OP-LOCKED-IDLE TO TRUE
                               MOVE WS-TODAY TO OP-STATUS-DATE
                               MOVE SPACES TO AT-REASON
                               STRING "IDLE SINCE " WS-BASE-DATE
                                   DELIMITED BY SIZE INTO AT-REASON
                               PERFORM LOCK-OPERATOR
                               ADD 1 TO WS-IDLE-LOCKS
                           END-IF
                   END-EVALUATE
               END-IF.

           LOCK-OPERATOR.
               MOVE OPERATOR-RECORD TO WRO-RECORD(WS-RO-IDX)
               MOVE "Y" TO WS-ROSTER-CHANGED
               SET AT-OPER-LOCK TO TRUE
               PERFORM WRITE-AUDIT-ROW.

           REWRITE-OPERATORS.
               OPEN OUTPUT OPERATOR-FILE
               PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > WS-RO-COUNT
                   MOVE WRO-RECORD(WS-RO-IDX) TO OPERATOR-IO
                   WRITE OPERATOR-IO
               END-PERFORM
               CLOSE OPERATOR-FILE.

      *================================================================
      *    Quarterly recertification - one section per manager, in
      *    the order managers first appear on the roster; operators
      *    with no manager on file come last so they are not missed.
      *    Removed IDs are left off.
      *================================================================
           WRITE-RECERT-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "OPERATOR-RECERT-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "ZENTRA BANK - OPERATOR ACCESS RECERTIFICATION "
                   "- QUARTER ENDING " WS-TODAY
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "Each manager confirms every operator below "
                   "still needs the access shown, then signs."
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > WS-RO-COUNT
                   MOVE WRO-RECORD(WS-RO-IDX) TO OPERATOR-RECORD
                   IF OP-OPERATOR-ID(1:1) NOT = "*"
                   AND NOT OP-REMOVED
                   AND OP-MANAGER-ID NOT = SPACES
                       MOVE "N" TO WS-MGR-HIT
                       PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
                           UNTIL WS-MGR-IDX > WS-MGR-COUNT
                           IF WMG-MANAGER-ID(WS-MGR-IDX)
                               = OP-MANAGER-ID
                               MOVE "Y" TO WS-MGR-HIT
                           END-IF
                       END-PERFORM
                       IF WS-MGR-HIT = "N"
                       AND WS-MGR-COUNT < WS-MGR-MAX
                           ADD 1 TO WS-MGR-COUNT
                           MOVE OP-MANAGER-ID
                               TO WMG-MANAGER-ID(WS-MGR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM WRITE-MANAGER-SECTION
                   VARYING WS-MGR-IDX FROM 1 BY 1
                   UNTIL WS-MGR-IDX > WS-MGR-COUNT
               MOVE SPACES TO WS-CUR-MANAGER
               PERFORM WRITE-ONE-SECTION
               CLOSE REPORT-FILE.

           WRITE-MANAGER-SECTION.
               MOVE WMG-MANAGER-ID(WS-MGR-IDX) TO WS-CUR-MANAGER
               PERFORM WRITE-ONE-SECTION.

           WRITE-ONE-SECTION.
               MOVE 0 TO WS-MGR-LINES
               PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > WS-RO-COUNT
                   MOVE WRO-RECORD(WS-RO-IDX) TO OPERATOR-RECORD
                   IF OP-OPERATOR-ID(1:1) NOT = "*"
                   AND NOT OP-REMOVED
                   AND OP-MANAGER-ID = WS-CUR-MANAGER
                       IF WS-MGR-LINES = 0
                           PERFORM WRITE-SECTION-HEADING
                       END-IF
                       PERFORM WRITE-RECERT-DETAIL
                   END-IF
               END-PERFORM
               IF WS-MGR-LINES > 0
                   MOVE SPACES TO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF WS-CUR-MANAGER = SPACES
                       MOVE "  Assign a manager to each operator "
                           & "above before the next review."
                           TO WS-OUT-LINE
                   ELSE
                       MOVE "  Certified by: ______________________"
                           & "   Date: ____________" TO WS-OUT-LINE
                   END-IF
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

      *    Operator fields still in OPERATOR-RECORD - the manager's
      *    name is looked up without disturbing them.
           WRITE-SECTION-HEADING.
               MOVE SPACES TO WS-OUT-LINE
               IF WS-CUR-MANAGER = SPACES
                   MOVE "MANAGER: ** NONE ON FILE **" TO WS-OUT-LINE
               ELSE
                   MOVE WS-CUR-MANAGER TO WS-FIND-OPER
                   MOVE SPACES TO WS-MGR-NAME
                   PERFORM VARYING WS-MGR-ROW FROM 1 BY 1
                       UNTIL WS-MGR-ROW > WS-RO-COUNT
                       IF WRO-RECORD(WS-MGR-ROW)(1:6) = WS-FIND-OPER
                           MOVE WRO-RECORD(WS-MGR-ROW)(7:25)
                               TO WS-MGR-NAME
                       END-IF
                   END-PERFORM
                   STRING "MANAGER: " WS-CUR-MANAGER "  "
                       WS-MGR-NAME
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE "  ID"          TO WS-OUT-LINE(1:4)
               MOVE "NAME"          TO WS-OUT-LINE(11:4)
               MOVE "ROLE"          TO WS-OUT-LINE(37:4)
               MOVE "STATUS"        TO WS-OUT-LINE(49:6)
               MOVE "LAST SIGNON"   TO WS-OUT-LINE(61:11)
               MOVE "RECERTIFIED"   TO WS-OUT-LINE(73:11)
               MOVE "EXPIRES"       TO WS-OUT-LINE(85:7)
               PERFORM WRITE-REPORT-LINE.

           WRITE-RECERT-DETAIL.
               ADD 1 TO WS-MGR-LINES
               ADD 1 TO WS-RECERT-LISTED
               EVALUATE TRUE
                   WHEN OP-INQUIRY-ONLY
                       MOVE "INQUIRY"     TO WS-ROLE-TEXT
                   WHEN OP-MAINTENANCE
                       MOVE "MAINTENANCE" TO WS-ROLE-TEXT
                   WHEN OP-SUPERVISOR
                       MOVE "SUPERVISOR"  TO WS-ROLE-TEXT
                   WHEN OP-COMPLIANCE
                       MOVE "COMPLIANCE"  TO WS-ROLE-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN"     TO WS-ROLE-TEXT
               END-EVALUATE
               EVALUATE TRUE
                   WHEN OP-SUSPENDED
                       MOVE "SUSPENDED"   TO WS-STATUS-TEXT
                   WHEN OP-LOCKED-EXPIRED
                       MOVE "LOCKED-EXP"  TO WS-STATUS-TEXT
                   WHEN OP-LOCKED
                       MOVE "LOCKED-IDLE" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "ACTIVE"      TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-OUT-LINE
               MOVE OP-OPERATOR-ID   TO WS-OUT-LINE(3:6)
               MOVE OP-NAME          TO WS-OUT-LINE(11:25)
               MOVE WS-ROLE-TEXT     TO WS-OUT-LINE(37:11)
               MOVE WS-STATUS-TEXT   TO WS-OUT-LINE(49:11)
               IF WRO-LAST-SIGNON(WS-RO-IDX) = SPACES
                   MOVE "NEVER" TO WS-OUT-LINE(61:5)
               ELSE
                   MOVE WRO-LAST-SIGNON(WS-RO-IDX)
                       TO WS-OUT-LINE(61:10)
               END-IF
               MOVE OP-RECERT-DATE   TO WS-OUT-LINE(73:10)
               IF OP-EXPIRY-DATE = SPACES
                   MOVE "NONE" TO WS-OUT-LINE(85:4)
               ELSE
                   MOVE OP-EXPIRY-DATE TO WS-OUT-LINE(85:10)
               END-IF
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Operator Roster Maintenance"
               DISPLAY "=============================================="
               DISPLAY "  Requests Processed : " WS-REQ-COUNT
               DISPLAY "  Applied            : " WS-APPLIED-COUNT
               DISPLAY "  Rejected           : " WS-REJECTED-COUNT
               DISPLAY "  Locked - Idle      : " WS-IDLE-LOCKS
               DISPLAY "  Locked - Expired   : " WS-EXPIRY-LOCKS
               IF REPORT-TONIGHT
                   DISPLAY "  Recert Listed      : " WS-RECERT-LISTED
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/OPERATORS.dat"
               DISPLAY "  → data/output/OPERATOR-MAINT-RESULTS.dat"
               DISPLAY "  → data/output/AUDIT-TRAIL.dat"
               IF REPORT-TONIGHT
                   DISPLAY "  → data/output/"
                       "OPERATOR-RECERT-REPORT.dat"
               END-IF
               DISPLAY "==============================================".
