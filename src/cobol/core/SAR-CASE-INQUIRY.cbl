      *================================================================
      * PROGRAM:    SAR-CASE-INQUIRY.cbl
      * DESCRIPTION: Interactive look at the suspicious-activity case
      *              file SAR-CASES keeps under data/restricted. A SAR
      *              and the fact one exists may not be disclosed -
      *              not to the customer, and not to staff outside
      *              the BSA function - so this is the only program
      *              that shows the file, and it shows it only to an
      *              operator holding the compliance role on
      *              OPERATORS.dat. Any other operator is refused at
      *              sign-on, and the refusal is logged like an
      *              access. CUSTOMER-INQUIRY and ACCOUNT-INQUIRY
      *              deliberately never read the SAR file.
      *              Enter a case ID for the full case - subjects
      *              with their CIF names, accounts, transaction
      *              references, decision and rationale, filing
      *              history and the review clock - or LIST for the
      *              live (open and filed) cases. Every lookup is
      *              written to OPERATOR-ACTIVITY-LOG.dat.
      *              Same sign-on, logging and loop-until-sentinel
      *              conventions as CUSTOMER-INQUIRY.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SAR-CASE-INQUIRY.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CASES-FILE
                   ASSIGN TO "data/restricted/SAR-CASES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CASES-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

      *        Operator roster for sign-on - a missing roster or an
      *        unknown ID refuses the session.
               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Cumulative operator-activity log, in the spirit of
      *        AUDIT-TRAIL.dat - appended, never overwritten.
               SELECT OPER-ACTIVITY-FILE
                   ASSIGN TO "data/output/OPERATOR-ACTIVITY-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPACT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CASES-FILE.
           01 CASE-IO               PIC X(300).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD OPERATORS-FILE.
           01 OPERATOR-IO           PIC X(100).

           FD OPER-ACTIVITY-FILE.
           01 OPER-ACTIVITY-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-CASES-STATUS       PIC X(2).
               88 WS-CASES-FILE-OK     VALUE "00".
           01 WS-CUST-STATUS        PIC X(2).
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-EOF-CASES          PIC X VALUE "N".
               88 END-OF-CASE-LOAD     VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Operator sign-on and activity logging (same roster
      *        and log conventions as CUSTOMER-INQUIRY) ---
           01 WS-OPER-STATUS        PIC X(2).
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-OPACT-STATUS       PIC X(2).
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".
           COPY "OPERATOR-RECORD.cpy".
           01 WS-OPER-MAX           PIC 999 VALUE 200.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
                   10 WOP-ROLE         PIC X(01).
           01 WS-OPER-COUNT         PIC 999 VALUE 0.
           01 WS-SIGNON-ID          PIC X(06).
           01 WS-SIGNON-ROLE        PIC X(01).
           01 WS-SIGNON-OK          PIC X VALUE "N".
           01 WS-ACT-TIME           PIC 9(8).
           01 WS-ACT-ACTION         PIC X(10).

           COPY "SAR-CASE-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".

      *    --- Load-once tables ---
           01 WS-CASE-MAX           PIC 9(4) VALUE 2000.
           01 WS-CASE-TABLE.
               05 WS-CASE-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CASE-IDX.
                   10 WSC-RECORD       PIC X(300).
           01 WS-CASE-COUNT         PIC 9(4) VALUE 0.
           01 WS-CASE-FOUND-IDX     PIC 9(4) VALUE 0.

           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-RECORD       PIC X(200).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.

      *    --- Query state ---
           01 WS-INPUT-ID           PIC X(10).
           01 WS-DONE               PIC X VALUE "N".
               88 INQUIRY-DONE          VALUE "Y".
           01 WS-QUERY-COUNT        PIC 999 VALUE 0.
           01 WS-NOT-FOUND-COUNT    PIC 999 VALUE 0.
           01 WS-LISTED-COUNT       PIC 9(4).
           01 WS-SLOT               PIC 9.
           01 WS-SUBJECT-NAME       PIC X(25).

      *    --- Display helpers ---
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-STATUS-TEXT        PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM OPEN-OPER-ACTIVITY
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK NOT = "Y"
                   CLOSE OPER-ACTIVITY-FILE
                   STOP RUN
               END-IF
               PERFORM LOAD-CASES
               PERFORM LOAD-CUSTOMERS
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - SAR Case Inquiry"
               DISPLAY "  *** CONFIDENTIAL - DO NOT DISCLOSE ***"
               DISPLAY "  " WS-CASE-COUNT " cases on file"
               DISPLAY "=============================================="
               PERFORM INQUIRY-LOOP UNTIL INQUIRY-DONE
               CLOSE OPER-ACTIVITY-FILE
               PERFORM DISPLAY-SESSION-SUMMARY
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

      *    --- Sign-on: on the roster AND in the compliance role.
      *        A known operator without the role is refused and the
      *        attempt logged - the log is how the BSA officer sees
      *        who went looking ---
           LOAD-OPERATORS.
               OPEN INPUT OPERATORS-FILE
               IF WS-OPER-FILE-OK
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPER-LOAD
                   CLOSE OPERATORS-FILE
               END-IF.

           READ-ONE-OPERATOR.
               READ OPERATORS-FILE INTO OPERATOR-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   MOVE OPERATOR-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
                       MOVE OP-ROLE
                           TO WOP-ROLE(WS-OPER-COUNT)
                   END-IF
               END-READ.

           OPERATOR-SIGN-ON.
               MOVE "N" TO WS-SIGNON-OK
               MOVE SPACES TO WS-SIGNON-ROLE
               PERFORM LOAD-OPERATORS
               IF WS-OPER-COUNT = 0
                   DISPLAY "  No OPERATORS.dat on file - session "
                       "refused"
               ELSE
                   DISPLAY "Operator ID: " WITH NO ADVANCING
                   ACCEPT WS-SIGNON-ID
                   PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
                       IF WOP-OPERATOR-ID(WS-OPER-IDX) = WS-SIGNON-ID
                           MOVE WOP-ROLE(WS-OPER-IDX)
                               TO WS-SIGNON-ROLE
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-SIGNON-ROLE = SPACES
                           DISPLAY "  Operator " WS-SIGNON-ID
                               " not on roster - session refused"
                       WHEN WS-SIGNON-ROLE NOT = "C"
                           DISPLAY "  Operator " WS-SIGNON-ID
                               " not authorized - session refused"
                           MOVE SPACES TO WS-INPUT-ID
                           MOVE "REFUSED" TO WS-ACT-ACTION
                           PERFORM WRITE-OPER-ACTIVITY
                       WHEN OTHER
                           MOVE "Y" TO WS-SIGNON-OK
                   END-EVALUATE
               END-IF.

      *    --- Same cumulative EXTEND-or-OUTPUT treatment
      *        AUDIT-TRAIL.dat gets ---
           OPEN-OPER-ACTIVITY.
               OPEN EXTEND OPER-ACTIVITY-FILE
               IF NOT WS-OPACT-STATUS = "00"
                   OPEN OUTPUT OPER-ACTIVITY-FILE
               END-IF.

           WRITE-OPER-ACTIVITY.
               ACCEPT WS-ACT-TIME FROM TIME
               MOVE SPACES TO OPER-ACTIVITY-RECORD
               MOVE WS-TODAY      TO OPER-ACTIVITY-RECORD(1:10)
               MOVE WS-ACT-TIME   TO OPER-ACTIVITY-RECORD(12:8)
               MOVE WS-SIGNON-ID  TO OPER-ACTIVITY-RECORD(21:6)
               MOVE "SAR-CASE-INQUIRY" TO OPER-ACTIVITY-RECORD(28:16)
               MOVE WS-INPUT-ID   TO OPER-ACTIVITY-RECORD(45:10)
               MOVE WS-ACT-ACTION TO OPER-ACTIVITY-RECORD(56:10)
               WRITE OPER-ACTIVITY-RECORD.

           LOAD-CASES.
               OPEN INPUT CASES-FILE
               IF WS-CASES-FILE-OK
                   PERFORM READ-ONE-CASE
                       UNTIL END-OF-CASE-LOAD
                   CLOSE CASES-FILE
               END-IF.

           READ-ONE-CASE.
               READ CASES-FILE INTO CASE-IO
               AT END
                   MOVE "Y" TO WS-EOF-CASES
               NOT AT END
                   IF WS-CASE-COUNT < WS-CASE-MAX
                       ADD 1 TO WS-CASE-COUNT
                       MOVE CASE-IO TO WSC-RECORD(WS-CASE-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM READ-ONE-CUSTOMER
                       UNTIL END-OF-CUST-LOAD
                   CLOSE CUSTOMER-FILE
               END-IF.

           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   IF WS-CUST-COUNT < WS-CUST-MAX
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUSTOMER-IO TO WCU-RECORD(WS-CUST-COUNT)
                   END-IF
               END-READ.

           INQUIRY-LOOP.
               DISPLAY " "
               DISPLAY "Enter case ID, LIST, or blank/EXIT to quit: "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-ID
               EVALUATE TRUE
                   WHEN WS-INPUT-ID = SPACES OR WS-INPUT-ID = "EXIT"
                       MOVE "Y" TO WS-DONE
                   WHEN WS-INPUT-ID = "LIST"
                       ADD 1 TO WS-QUERY-COUNT
                       MOVE "LIST" TO WS-ACT-ACTION
                       PERFORM WRITE-OPER-ACTIVITY
                       PERFORM LIST-LIVE-CASES
                   WHEN OTHER
                       ADD 1 TO WS-QUERY-COUNT
                       MOVE "INQUIRY" TO WS-ACT-ACTION
                       PERFORM WRITE-OPER-ACTIVITY
                       PERFORM FIND-CASE
                       IF WS-CASE-FOUND-IDX > 0
                           PERFORM DISPLAY-CASE
                       ELSE
                           ADD 1 TO WS-NOT-FOUND-COUNT
                           DISPLAY "  No case found for ID: "
                               WS-INPUT-ID
                       END-IF
               END-EVALUATE.

           FIND-CASE.
               MOVE 0 TO WS-CASE-FOUND-IDX
               PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   IF WSC-RECORD(WS-CASE-IDX)(1:8) = WS-INPUT-ID(1:8)
                       MOVE WS-CASE-IDX TO WS-CASE-FOUND-IDX
                   END-IF
               END-PERFORM.

           LIST-LIVE-CASES.
               MOVE 0 TO WS-LISTED-COUNT
               DISPLAY "  CASE     ST SRC ACCOUNT    DETECTED   "
                   "INVEST REVIEW DUE"
               PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   MOVE WSC-RECORD(WS-CASE-IDX) TO SAR-CASE-RECORD
                   IF SC-LIVE
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  " SC-CASE-ID " " SC-STATUS "  "
                           SC-SOURCE " " SC-ACCOUNT-ID(1) " "
                           SC-DETECT-DATE " " SC-INVESTIGATOR " "
                           SC-REVIEW-DUE
                   END-IF
               END-PERFORM
               IF WS-LISTED-COUNT = 0
                   DISPLAY "    (no live cases)"
               END-IF.

           DISPLAY-CASE.
               MOVE WSC-RECORD(WS-CASE-FOUND-IDX) TO SAR-CASE-RECORD
               EVALUATE TRUE
                   WHEN SC-OPEN    MOVE "OPEN"      TO WS-STATUS-TEXT
                   WHEN SC-FILED   MOVE "FILED"     TO WS-STATUS-TEXT
                   WHEN SC-NO-FILE MOVE "NO FILING" TO WS-STATUS-TEXT
                   WHEN SC-CLOSED  MOVE "CLOSED"    TO WS-STATUS-TEXT
                   WHEN OTHER      MOVE "UNKNOWN"   TO WS-STATUS-TEXT
               END-EVALUATE
               DISPLAY "  ----------------------------------------"
               DISPLAY "  Case          : " SC-CASE-ID
                   "  " WS-STATUS-TEXT
               DISPLAY "  Source        : " SC-SOURCE
                   "   Hits " SC-HIT-COUNT
               DISPLAY "  Detected      : " SC-DETECT-DATE
                   "   Opened " SC-OPENED-DATE
                   "   Last hit " SC-LAST-HIT-DATE
               MOVE SC-TOTAL-AMOUNT TO WS-DISP-AMOUNT
               DISPLAY "  Amount        : " WS-DISP-AMOUNT
               DISPLAY "  Investigator  : " SC-INVESTIGATOR
               DISPLAY "  SUBJECTS"
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   IF SC-SUBJECT-ID(WS-SLOT) NOT = SPACES
                       PERFORM FIND-SUBJECT-NAME
                       DISPLAY "    " SC-SUBJECT-ID(WS-SLOT) " "
                           WS-SUBJECT-NAME
                   END-IF
               END-PERFORM
               DISPLAY "  ACCOUNTS"
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   IF SC-ACCOUNT-ID(WS-SLOT) NOT = SPACES
                       DISPLAY "    " SC-ACCOUNT-ID(WS-SLOT)
                   END-IF
               END-PERFORM
               DISPLAY "  TRANSACTION REFERENCES"
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   IF SC-TXN-REF(WS-SLOT) NOT = SPACES
                       DISPLAY "    " SC-TXN-REF(WS-SLOT)
                   END-IF
               END-PERFORM
               IF SC-DECISION NOT = SPACES
                   DISPLAY "  Decision      : " SC-DECISION
                       " on " SC-DECISION-DATE " by " SC-DECIDED-BY
               END-IF
               IF SC-RATIONALE NOT = SPACES
                   DISPLAY "  Rationale     : " SC-RATIONALE
               END-IF
               IF SC-FILED-DATE NOT = SPACES
                   DISPLAY "  Last filed    : " SC-FILED-DATE
                       "   Filings " SC-FILING-COUNT
                       "   BSA ID " SC-BSA-ID
                   DISPLAY "  Review due    : " SC-REVIEW-DUE
                       "   Extracted " SC-EXTRACT-DATE
               END-IF
               DISPLAY "  ----------------------------------------".

           FIND-SUBJECT-NAME.
               MOVE "(not on CIF)" TO WS-SUBJECT-NAME
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-RECORD(WS-CUST-IDX)(1:10)
                       = SC-SUBJECT-ID(WS-SLOT)
                       MOVE WCU-RECORD(WS-CUST-IDX) TO CUSTOMER-RECORD
                       MOVE CU-NAME TO WS-SUBJECT-NAME
                   END-IF
               END-PERFORM.

           DISPLAY-SESSION-SUMMARY.
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  Queries Made  : " WS-QUERY-COUNT
               DISPLAY "  Not Found     : " WS-NOT-FOUND-COUNT
               DISPLAY "==============================================".
