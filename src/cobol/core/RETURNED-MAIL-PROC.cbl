      *================================================================
      * PROGRAM:    RETURNED-MAIL-PROC.cbl
      * DESCRIPTION: Returned-mail intake and lost-contact tracking.
      *              Reads the mailroom's optional RETURNED-MAIL.dat
      *              (see RETURNED-MAIL-RECORD.cpy) - one row per
      *              piece the post office sent back - and for each:
      *                - charges the piece to the customer it was
      *                  addressed to (or, for a row that carries only
      *                  an account, the account's first linked
      *                  customer, whom its statements mail to);
      *                - sets stale a piece mailed before the
      *                  customer's latest address change on
      *                  PROFILE-CHANGES.dat - it went to the old
      *                  address and says nothing about the new one;
      *                - otherwise marks the CIF address returned
      *                  (CU-ADDR-RETURNED) and records the date on
      *                  the cumulative BAD-ADDRESS-TRACKING.dat (see
      *                  BAD-ADDRESS-RECORD.cpy): first and latest
      *                  return, count, source and reason.
      *              STATEMENT-GEN and LETTER-ENGINE hold paper for a
      *              returned address and report it instead. Each run
      *              then reviews the tracking file:
      *                - a customer whose flag CUSTOMER-MAINT has
      *                  cleared with an address change leaves it;
      *                - a CIF row flagged returned with no tracking
      *                  row is taken on from today;
      *                - a customer whose address has stayed bad
      *                  past the lost-contact period (counted from
      *                  the first return - WS-LOST-CONTACT-DAYS, 90
      *                  by default or the days on the optional
      *                  RETURNED-MAIL-TERMS.dat) is declared lost
      *                  contact.
      *              LOST-CONTACT.dat is rebuilt from the result: every
      *              account all of whose linked customers are lost
      *              contact, with the date contact was lost, so
      *              DORMANCY-REPORT and ESCHEAT-PROCESS start the
      *              dormancy clock there rather than at the last
      *              posting. RETURNED-MAIL-REPORT.dat lists the
      *              intake, the bad-address roster and the lost-
      *              contact accounts.
      *              Runs right after CUSTOMER-MAINT, so the day's
      *              address corrections clear first, and ahead of
      *              ESCHEAT-PROCESS.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RETURNED-MAIL-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional intake: no returned mail is the usual day.
               SELECT RETURNED-FILE
                   ASSIGN TO "data/input/RETURNED-MAIL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTN-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LINK-STATUS.

      *        Optional: contact-profile changes, for the date of
      *        each customer's latest address change.
               SELECT CHANGES-FILE
                   ASSIGN TO "data/output/PROFILE-CHANGES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCH-STATUS.

      *        Optional: no terms file means the built-in period.
               SELECT TERMS-FILE
                   ASSIGN TO "data/input/RETURNED-MAIL-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

      *        Workflow state, persisted across runs - same load-in-
      *        full/rewrite-in-full treatment ESCHEAT-TRACKING.dat
      *        gets in ESCHEAT-PROCESS.
               SELECT TRACKING-FILE
                   ASSIGN TO "data/output/BAD-ADDRESS-TRACKING.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRACK-STATUS.

               SELECT LOST-CONTACT-FILE
                   ASSIGN TO "data/output/LOST-CONTACT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOST-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/RETURNED-MAIL-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RETURNED-FILE.
           01 RETURNED-IO           PIC X(80).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD LINKS-FILE.
           01 LINK-IO               PIC X(100).

           FD CHANGES-FILE.
           01 CHANGE-IO             PIC X(200).

           FD TERMS-FILE.
           01 TERMS-IO              PIC X(80).

           FD TRACKING-FILE.
           01 TRACKING-IO           PIC X(80).

           FD LOST-CONTACT-FILE.
           01 LOST-CONTACT-IO       PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-RTN-STATUS         PIC XX.
               88 WS-RTN-FILE-OK       VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-LINK-STATUS        PIC XX.
               88 WS-LINK-FILE-OK      VALUE "00".
           01 WS-PCH-STATUS         PIC XX.
               88 WS-PCH-FILE-OK       VALUE "00".
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK     VALUE "00".
           01 WS-TRACK-STATUS       PIC XX.
               88 WS-TRACK-FILE-OK     VALUE "00".
           01 WS-LOST-STATUS        PIC XX.
               88 WS-LOST-FILE-OK      VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-RTN            PIC X VALUE "N".
               88 END-OF-RETURNS       VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-LINK           PIC X VALUE "N".
               88 END-OF-LINK-LOAD     VALUE "Y".
           01 WS-EOF-PCH            PIC X VALUE "N".
               88 END-OF-PCH-LOAD      VALUE "Y".
           01 WS-EOF-TRACK          PIC X VALUE "N".
               88 END-OF-TRACK-LOAD    VALUE "Y".

           COPY "CUSTOMER-RECORD.cpy".
           COPY "RETURNED-MAIL-RECORD.cpy".
           COPY "BAD-ADDRESS-RECORD.cpy".
           COPY "LOST-CONTACT-RECORD.cpy".
           COPY "RETURNED-MAIL-TERMS-RECORD.cpy".
           COPY "PROFILE-CHANGE-RECORD.cpy".

      *    --- Policy window: a customer whose address has stayed
      *        bad this many days past the first return is lost
      *        contact (RETURNED-MAIL-TERMS.dat overrides) ---
           01 WS-LOST-CONTACT-DAYS  PIC 9(3) VALUE 90.

      *    --- Customer table ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-RECORD       PIC X(200).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CUST-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-CUST-CHANGED       PIC X VALUE "N".

      *    --- Link table ---
           01 WS-LNK-MAX            PIC 9(4) VALUE 9999.
           01 WS-LNK-TABLE.
               05 WS-LNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-LNK-IDX.
                   10 WLK-CUSTOMER-ID  PIC X(10).
                   10 WLK-ACCOUNT-ID   PIC X(10).
           01 WS-LNK-COUNT          PIC 9(4) VALUE 0.
           01 WS-SCAN-LNK-IDX       PIC 9(4) VALUE 0.

      *    --- Latest address change per customer ---
           01 WS-ACH-MAX            PIC 9(4) VALUE 5000.
           01 WS-ACH-TABLE.
               05 WS-ACH-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACH-IDX.
                   10 WAC-CUSTOMER-ID  PIC X(10).
                   10 WAC-CHANGE-DATE  PIC X(10).
           01 WS-ACH-COUNT          PIC 9(4) VALUE 0.
           01 WS-LAST-ADDR-CHANGE   PIC X(10).

      *    --- Tracking table ---
           01 WS-TRACK-MAX          PIC 9(4) VALUE 5000.
           01 WS-TRACK-TABLE.
               05 WS-TRACK-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-TIDX.
                   10 WT-RECORD        PIC X(80).
                   10 WT-DROPPED       PIC X(01).
           01 WS-TRACK-COUNT        PIC 9(4) VALUE 0.
           01 WS-TRACK-FOUND-IDX    PIC 9(4) VALUE 0.

      *    --- Intake work fields ---
           01 WS-RTN-CUSTOMER-ID    PIC X(10).
           01 WS-RTN-DATE           PIC X(10).
           01 WS-RTN-OUTCOME        PIC X(08).

      *    --- Lost-contact account build ---
           01 WS-LC-ACCOUNT-ID      PIC X(10).
           01 WS-LC-SEEN            PIC X VALUE "N".
           01 WS-LC-ALL-LOST        PIC X VALUE "N".
           01 WS-LC-CUST-COUNT      PIC 99 VALUE 0.
           01 WS-LC-FIRST-CUSTOMER  PIC X(10).
           01 WS-LC-LOST-SINCE      PIC X(10).
           01 WS-LC-MARKED          PIC X(10).
           01 WS-CHECK-CUSTOMER-ID  PIC X(10).

      *    --- Calendar arithmetic ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-PARSE-DATE         PIC X(10).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(7).
           01 WS-DAYS-ELAPSED       PIC S9(7).

      *    --- Counters ---
           01 WS-INTAKE-COUNT       PIC 9(5) VALUE 0.
           01 WS-FLAGGED-COUNT      PIC 9(5) VALUE 0.
           01 WS-AGAIN-COUNT        PIC 9(5) VALUE 0.
           01 WS-STALE-COUNT        PIC 9(5) VALUE 0.
           01 WS-UNMATCHED-COUNT    PIC 9(5) VALUE 0.
           01 WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
           01 WS-ADOPTED-COUNT      PIC 9(5) VALUE 0.
           01 WS-NEWLY-LOST-COUNT   PIC 9(5) VALUE 0.
           01 WS-LOST-ACCT-COUNT    PIC 9(5) VALUE 0.
           01 WS-DISP-COUNT         PIC ZZZ9.
           01 WS-OUT-LINE           PIC X(80).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-LINKS
               PERFORM LOAD-ADDRESS-CHANGES
               PERFORM LOAD-TRACKING
               PERFORM LOAD-RETURNED-MAIL-TERMS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "RETURNED-MAIL-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM APPLY-RETURNED-MAIL
               PERFORM ADOPT-UNTRACKED-CUSTOMERS
               PERFORM REVIEW-TRACKING
               PERFORM BUILD-LOST-CONTACT
               CLOSE REPORT-FILE
               IF WS-CUST-CHANGED = "Y"
                   PERFORM REWRITE-CUSTOMERS
               END-IF
               PERFORM REWRITE-TRACKING
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
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    "YYYY-MM-DD" to days-since-epoch for day-count arithmetic.
           PARSE-DATE-TO-JULIAN.
               MOVE 0 TO WS-PARSE-JULIAN
               IF WS-PARSE-DATE(1:4) IS NUMERIC
                   MOVE WS-PARSE-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE WS-PARSE-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE WS-PARSE-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PARSE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
               END-IF.

      *    --- Optional file: absent before the first customer ---
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

           LOAD-LINKS.
               OPEN INPUT LINKS-FILE
               IF WS-LINK-FILE-OK
                   PERFORM READ-ONE-LINK
                       UNTIL END-OF-LINK-LOAD
                   CLOSE LINKS-FILE
               END-IF.

           READ-ONE-LINK.
               READ LINKS-FILE INTO LINK-IO
               AT END
                   MOVE "Y" TO WS-EOF-LINK
               NOT AT END
                   IF WS-LNK-COUNT < WS-LNK-MAX
                       ADD 1 TO WS-LNK-COUNT
                       MOVE LINK-IO(1:10)
                           TO WLK-CUSTOMER-ID(WS-LNK-COUNT)
                       MOVE LINK-IO(11:10)
                           TO WLK-ACCOUNT-ID(WS-LNK-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: absent before the first change. Only
      *        rows that moved the mailing address matter here ---
           LOAD-ADDRESS-CHANGES.
               OPEN INPUT CHANGES-FILE
               IF WS-PCH-FILE-OK
                   PERFORM READ-ONE-ADDRESS-CHANGE
                       UNTIL END-OF-PCH-LOAD
                   CLOSE CHANGES-FILE
               END-IF.

           READ-ONE-ADDRESS-CHANGE.
               READ CHANGES-FILE INTO CHANGE-IO
               AT END
                   MOVE "Y" TO WS-EOF-PCH
               NOT AT END
                   MOVE CHANGE-IO TO PROFILE-CHANGE-RECORD
                   IF PC-ADDR-DIFFERS
                   AND WS-ACH-COUNT < WS-ACH-MAX
                       ADD 1 TO WS-ACH-COUNT
                       MOVE PC-CUSTOMER-ID
                           TO WAC-CUSTOMER-ID(WS-ACH-COUNT)
                       MOVE PC-CHANGE-DATE
                           TO WAC-CHANGE-DATE(WS-ACH-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: absent on the very first run ---
           LOAD-TRACKING.
               OPEN INPUT TRACKING-FILE
               IF WS-TRACK-FILE-OK
                   PERFORM READ-ONE-TRACKING-ROW
                       UNTIL END-OF-TRACK-LOAD
                   CLOSE TRACKING-FILE
               END-IF.

           READ-ONE-TRACKING-ROW.
               READ TRACKING-FILE INTO TRACKING-IO
               AT END
                   MOVE "Y" TO WS-EOF-TRACK
               NOT AT END
                   IF WS-TRACK-COUNT < WS-TRACK-MAX
                       ADD 1 TO WS-TRACK-COUNT
                       MOVE TRACKING-IO TO WT-RECORD(WS-TRACK-COUNT)
                       MOVE "N" TO WT-DROPPED(WS-TRACK-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: a zero or missing period keeps the
      *        built-in 90 days ---
           LOAD-RETURNED-MAIL-TERMS.
               OPEN INPUT TERMS-FILE
               IF WS-TERMS-FILE-OK
                   READ TERMS-FILE INTO TERMS-IO
                   NOT AT END
                       MOVE TERMS-IO TO RETURNED-MAIL-TERMS-RECORD
                       IF RMT-LOST-CONTACT-DAYS IS NUMERIC
                       AND RMT-LOST-CONTACT-DAYS > 0
                           MOVE RMT-LOST-CONTACT-DAYS
                               TO WS-LOST-CONTACT-DAYS
                       END-IF
                   END-READ
                   CLOSE TERMS-FILE
               END-IF.

           FIND-CUSTOMER.
               MOVE 0 TO WS-CUST-FOUND-IDX
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-RECORD(WS-CUST-IDX)(1:10)
                       = WS-RTN-CUSTOMER-ID
                       MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
                   END-IF
               END-PERFORM.

           FIND-TRACKING-ROW.
               MOVE 0 TO WS-TRACK-FOUND-IDX
               PERFORM VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TRACK-COUNT
                   IF WT-RECORD(WS-TIDX)(1:10) = WS-RTN-CUSTOMER-ID
                   AND WT-DROPPED(WS-TIDX) = "N"
                       MOVE WS-TIDX TO WS-TRACK-FOUND-IDX
                   END-IF
               END-PERFORM.

      *================================================================
      *    Intake: one row per piece of mail returned.
      *================================================================
           APPLY-RETURNED-MAIL.
               OPEN INPUT RETURNED-FILE
               IF WS-RTN-FILE-OK
                   PERFORM APPLY-ONE-RETURN
                       UNTIL END-OF-RETURNS
                   CLOSE RETURNED-FILE
               END-IF
               IF WS-INTAKE-COUNT = 0
                   MOVE "  (no returned mail today)" TO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           APPLY-ONE-RETURN.
               READ RETURNED-FILE INTO RETURNED-IO
               AT END
                   MOVE "Y" TO WS-EOF-RTN
               NOT AT END
                   MOVE RETURNED-IO TO RETURNED-MAIL-RECORD
                   IF RETURNED-IO NOT = SPACES
                       ADD 1 TO WS-INTAKE-COUNT
                       PERFORM RESOLVE-RETURN-CUSTOMER
                       PERFORM CLASSIFY-RETURN
                       PERFORM WRITE-INTAKE-LINE
                   END-IF
               END-READ.

      *    A statement returned with only the account number on the
      *    row is charged to the customer its statements mail to -
      *    the first customer linked to the account.
           RESOLVE-RETURN-CUSTOMER.
               MOVE RM-CUSTOMER-ID TO WS-RTN-CUSTOMER-ID
               IF WS-RTN-CUSTOMER-ID = SPACES
               AND RM-ACCOUNT-ID NOT = SPACES
                   PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                       UNTIL WS-LNK-IDX > WS-LNK-COUNT
                       IF WLK-ACCOUNT-ID(WS-LNK-IDX) = RM-ACCOUNT-ID
                       AND WS-RTN-CUSTOMER-ID = SPACES
                           MOVE WLK-CUSTOMER-ID(WS-LNK-IDX)
                               TO WS-RTN-CUSTOMER-ID
                       END-IF
                   END-PERFORM
               END-IF
               MOVE RM-RETURN-DATE TO WS-RTN-DATE
               IF WS-RTN-DATE = SPACES
                   MOVE WS-TODAY TO WS-RTN-DATE
               END-IF
               PERFORM FIND-CUSTOMER.

           CLASSIFY-RETURN.
               IF WS-CUST-FOUND-IDX = 0
               OR WCU-RECORD(WS-CUST-FOUND-IDX)(192:1) = "M"
                   MOVE "NO MATCH" TO WS-RTN-OUTCOME
                   ADD 1 TO WS-UNMATCHED-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-LAST-ADDRESS-CHANGE
               IF RM-MAILED-DATE NOT = SPACES
               AND WS-LAST-ADDR-CHANGE NOT = SPACES
               AND WS-LAST-ADDR-CHANGE > RM-MAILED-DATE
                   MOVE "STALE" TO WS-RTN-OUTCOME
                   ADD 1 TO WS-STALE-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM RECORD-RETURN.

           FIND-LAST-ADDRESS-CHANGE.
               MOVE SPACES TO WS-LAST-ADDR-CHANGE
               PERFORM VARYING WS-ACH-IDX FROM 1 BY 1
                   UNTIL WS-ACH-IDX > WS-ACH-COUNT
                   IF WAC-CUSTOMER-ID(WS-ACH-IDX) = WS-RTN-CUSTOMER-ID
                   AND WAC-CHANGE-DATE(WS-ACH-IDX)
                       > WS-LAST-ADDR-CHANGE
                       MOVE WAC-CHANGE-DATE(WS-ACH-IDX)
                           TO WS-LAST-ADDR-CHANGE
                   END-IF
               END-PERFORM.

      *    The CIF flag goes on at the first piece; later pieces
      *    only move the latest-return date and the count. The same
      *    piece keyed twice (same date and source as the latest)
      *    counts once.
           RECORD-RETURN.
               IF WCU-RECORD(WS-CUST-FOUND-IDX)(196:1) NOT = "R"
                   MOVE "R" TO WCU-RECORD(WS-CUST-FOUND-IDX)(196:1)
                   MOVE "Y" TO WS-CUST-CHANGED
               END-IF
               PERFORM FIND-TRACKING-ROW
               IF WS-TRACK-FOUND-IDX = 0
                   IF WS-TRACK-COUNT < WS-TRACK-MAX
                       ADD 1 TO WS-TRACK-COUNT
                       MOVE WS-TRACK-COUNT TO WS-TRACK-FOUND-IDX
                       MOVE SPACES TO BAD-ADDRESS-RECORD
                       MOVE WS-RTN-CUSTOMER-ID TO BA-CUSTOMER-ID
                       MOVE WS-RTN-DATE        TO BA-FIRST-RETURNED
                       MOVE 0                  TO BA-RETURN-COUNT
                       MOVE "N" TO WT-DROPPED(WS-TRACK-FOUND-IDX)
                   END-IF
                   MOVE "FLAGGED" TO WS-RTN-OUTCOME
                   ADD 1 TO WS-FLAGGED-COUNT
               ELSE
                   MOVE WT-RECORD(WS-TRACK-FOUND-IDX)
                       TO BAD-ADDRESS-RECORD
                   IF BA-LAST-RETURNED = WS-RTN-DATE
                   AND BA-LAST-SOURCE = RM-SOURCE
                       MOVE "REPEAT" TO WS-RTN-OUTCOME
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "AGAIN" TO WS-RTN-OUTCOME
                   ADD 1 TO WS-AGAIN-COUNT
               END-IF
               IF WS-TRACK-FOUND-IDX > 0
                   IF WS-RTN-DATE > BA-LAST-RETURNED
                   OR BA-LAST-RETURNED = SPACES
                       MOVE WS-RTN-DATE TO BA-LAST-RETURNED
                   END-IF
                   IF WS-RTN-DATE < BA-FIRST-RETURNED
                       MOVE WS-RTN-DATE TO BA-FIRST-RETURNED
                   END-IF
                   IF BA-RETURN-COUNT < 999
                       ADD 1 TO BA-RETURN-COUNT
                   END-IF
                   MOVE RM-SOURCE TO BA-LAST-SOURCE
                   MOVE RM-REASON TO BA-LAST-REASON
                   MOVE BAD-ADDRESS-RECORD
                       TO WT-RECORD(WS-TRACK-FOUND-IDX)
               END-IF.

           WRITE-INTAKE-LINE.
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED SIZE
                   WS-RTN-CUSTOMER-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   RM-ACCOUNT-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-RTN-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   RM-SOURCE DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-RTN-OUTCOME DELIMITED SIZE
                   " " DELIMITED SIZE
                   RM-REASON(1:22) DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

      *================================================================
      *    Review: clear corrected addresses, take on flags set
      *    without a tracking row, declare lost contact.
      *================================================================
           ADOPT-UNTRACKED-CUSTOMERS.
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-RECORD(WS-CUST-IDX)(196:1) = "R"
                   AND WCU-RECORD(WS-CUST-IDX)(192:1) NOT = "M"
                       MOVE WCU-RECORD(WS-CUST-IDX)(1:10)
                           TO WS-RTN-CUSTOMER-ID
                       PERFORM FIND-TRACKING-ROW
                       IF WS-TRACK-FOUND-IDX = 0
                       AND WS-TRACK-COUNT < WS-TRACK-MAX
                           ADD 1 TO WS-TRACK-COUNT
                           MOVE SPACES TO BAD-ADDRESS-RECORD
                           MOVE WS-RTN-CUSTOMER-ID TO BA-CUSTOMER-ID
                           MOVE WS-TODAY TO BA-FIRST-RETURNED
                           MOVE WS-TODAY TO BA-LAST-RETURNED
                           MOVE 0        TO BA-RETURN-COUNT
                           MOVE "OTH"    TO BA-LAST-SOURCE
                           MOVE "FLAGGED ON CIF" TO BA-LAST-REASON
                           MOVE BAD-ADDRESS-RECORD
                               TO WT-RECORD(WS-TRACK-COUNT)
                           MOVE "N" TO WT-DROPPED(WS-TRACK-COUNT)
                           ADD 1 TO WS-ADOPTED-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

           REVIEW-TRACKING.
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "  BAD ADDRESSES" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "  CUSTOMER   FIRST RET  LAST RET   CNT SRC "
                   DELIMITED SIZE
                   "STATUS   LOST ON" DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM REVIEW-ONE-TRACKING-ROW
                   VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TRACK-COUNT.

      *    The flag is the CIF's: once CUSTOMER-MAINT has cleared it
      *    with an address change (or the customer is gone or
      *    merged away) the row has done its job.
           REVIEW-ONE-TRACKING-ROW.
               IF WT-DROPPED(WS-TIDX) = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE WT-RECORD(WS-TIDX) TO BAD-ADDRESS-RECORD
               MOVE BA-CUSTOMER-ID TO WS-RTN-CUSTOMER-ID
               PERFORM FIND-CUSTOMER
               MOVE SPACES TO WS-RTN-OUTCOME
               IF WS-CUST-FOUND-IDX = 0
                   MOVE "Y" TO WT-DROPPED(WS-TIDX)
                   MOVE "CLEARED" TO WS-RTN-OUTCOME
               ELSE
                   IF WCU-RECORD(WS-CUST-FOUND-IDX)(196:1) NOT = "R"
                   OR WCU-RECORD(WS-CUST-FOUND-IDX)(192:1) = "M"
                       MOVE "Y" TO WT-DROPPED(WS-TIDX)
                       MOVE "CLEARED" TO WS-RTN-OUTCOME
                   END-IF
               END-IF
               IF WT-DROPPED(WS-TIDX) = "Y"
                   ADD 1 TO WS-CLEARED-COUNT
               ELSE
                   IF BA-LOST-CONTACT-DATE = SPACES
                       MOVE BA-FIRST-RETURNED TO WS-PARSE-DATE
                       PERFORM PARSE-DATE-TO-JULIAN
                       IF WS-PARSE-JULIAN > 0
                           COMPUTE WS-DAYS-ELAPSED =
                               WS-TODAY-JULIAN - WS-PARSE-JULIAN
                           IF WS-DAYS-ELAPSED >= WS-LOST-CONTACT-DAYS
                               MOVE WS-TODAY TO BA-LOST-CONTACT-DATE
                               MOVE BAD-ADDRESS-RECORD
                                   TO WT-RECORD(WS-TIDX)
                               ADD 1 TO WS-NEWLY-LOST-COUNT
                           END-IF
                       END-IF
                   END-IF
                   IF BA-LOST-CONTACT-DATE = SPACES
                       MOVE "HELD" TO WS-RTN-OUTCOME
                   ELSE
                       MOVE "LOST" TO WS-RTN-OUTCOME
                   END-IF
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED SIZE
                   BA-CUSTOMER-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   BA-FIRST-RETURNED DELIMITED SIZE
                   " " DELIMITED SIZE
                   BA-LAST-RETURNED DELIMITED SIZE
                   " " DELIMITED SIZE
                   BA-RETURN-COUNT DELIMITED SIZE
                   " " DELIMITED SIZE
                   BA-LAST-SOURCE DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-RTN-OUTCOME DELIMITED SIZE
                   " " DELIMITED SIZE
                   BA-LOST-CONTACT-DATE DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

      *================================================================
      *    Lost-contact accounts: every linked customer lost.
      *================================================================
           BUILD-LOST-CONTACT.
               OPEN OUTPUT LOST-CONTACT-FILE
               IF NOT WS-LOST-FILE-OK
                   DISPLAY "ERROR: Cannot open LOST-CONTACT.dat"
                   DISPLAY "FILE STATUS: " WS-LOST-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "  LOST-CONTACT ACCOUNTS" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "  ACCOUNT    CUSTOMER   LOST SINCE MARKED     CUST"
                   TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CHECK-ONE-LINK-ACCOUNT
                   VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
               CLOSE LOST-CONTACT-FILE
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-LOST-ACCT-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  Lost-contact accounts: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   "   Period (days): " DELIMITED SIZE
                   WS-LOST-CONTACT-DAYS DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

      *    Each account is judged once, at its first link row, and
      *    only when that row's customer is lost at all - the cheap
      *    test first.
           CHECK-ONE-LINK-ACCOUNT.
               MOVE WLK-CUSTOMER-ID(WS-LNK-IDX) TO WS-CHECK-CUSTOMER-ID
               PERFORM FIND-LOST-CUSTOMER
               IF WS-TRACK-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WLK-ACCOUNT-ID(WS-LNK-IDX) TO WS-LC-ACCOUNT-ID
               MOVE "N" TO WS-LC-SEEN
               PERFORM VARYING WS-SCAN-LNK-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-LNK-IDX >= WS-LNK-IDX
                   IF WLK-ACCOUNT-ID(WS-SCAN-LNK-IDX)
                       = WS-LC-ACCOUNT-ID
                       MOVE "Y" TO WS-LC-SEEN
                   END-IF
               END-PERFORM
               IF WS-LC-SEEN = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-LC-ALL-LOST
               MOVE 0 TO WS-LC-CUST-COUNT
               MOVE SPACES TO WS-LC-FIRST-CUSTOMER
               MOVE SPACES TO WS-LC-LOST-SINCE
               MOVE SPACES TO WS-LC-MARKED
               PERFORM VARYING WS-SCAN-LNK-IDX FROM WS-LNK-IDX BY 1
                   UNTIL WS-SCAN-LNK-IDX > WS-LNK-COUNT
                   IF WLK-ACCOUNT-ID(WS-SCAN-LNK-IDX)
                       = WS-LC-ACCOUNT-ID
                       PERFORM CHECK-ONE-ACCOUNT-OWNER
                   END-IF
               END-PERFORM
               IF WS-LC-ALL-LOST = "Y"
                   PERFORM WRITE-LOST-CONTACT-ROW
               END-IF.

      *    The account became unreachable when its last customer
      *    did: the latest first-return date among them.
           CHECK-ONE-ACCOUNT-OWNER.
               MOVE WLK-CUSTOMER-ID(WS-SCAN-LNK-IDX)
                   TO WS-CHECK-CUSTOMER-ID
               IF WS-LC-FIRST-CUSTOMER = SPACES
                   MOVE WS-CHECK-CUSTOMER-ID TO WS-LC-FIRST-CUSTOMER
               END-IF
               IF WS-LC-CUST-COUNT < 99
                   ADD 1 TO WS-LC-CUST-COUNT
               END-IF
               PERFORM FIND-LOST-CUSTOMER
               IF WS-TRACK-FOUND-IDX = 0
                   MOVE "N" TO WS-LC-ALL-LOST
               ELSE
                   MOVE WT-RECORD(WS-TRACK-FOUND-IDX)
                       TO BAD-ADDRESS-RECORD
                   IF BA-FIRST-RETURNED > WS-LC-LOST-SINCE
                       MOVE BA-FIRST-RETURNED TO WS-LC-LOST-SINCE
                   END-IF
                   IF BA-LOST-CONTACT-DATE > WS-LC-MARKED
                       MOVE BA-LOST-CONTACT-DATE TO WS-LC-MARKED
                   END-IF
               END-IF.

           FIND-LOST-CUSTOMER.
               MOVE 0 TO WS-TRACK-FOUND-IDX
               PERFORM VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TRACK-COUNT
                   IF WT-RECORD(WS-TIDX)(1:10) = WS-CHECK-CUSTOMER-ID
                   AND WT-DROPPED(WS-TIDX) = "N"
                   AND WT-RECORD(WS-TIDX)(37:10) NOT = SPACES
                       MOVE WS-TIDX TO WS-TRACK-FOUND-IDX
                   END-IF
               END-PERFORM.

           WRITE-LOST-CONTACT-ROW.
               MOVE SPACES TO LOST-CONTACT-RECORD
               MOVE WS-LC-ACCOUNT-ID     TO LC-ACCOUNT-ID
               MOVE WS-LC-FIRST-CUSTOMER TO LC-CUSTOMER-ID
               MOVE WS-LC-LOST-SINCE     TO LC-CONTACT-LOST-DATE
               MOVE WS-LC-MARKED         TO LC-MARKED-DATE
               MOVE WS-LC-CUST-COUNT     TO LC-CUSTOMER-COUNT
               MOVE LOST-CONTACT-RECORD TO LOST-CONTACT-IO
               WRITE LOST-CONTACT-IO
               ADD 1 TO WS-LOST-ACCT-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " DELIMITED SIZE
                   LC-ACCOUNT-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   LC-CUSTOMER-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   LC-CONTACT-LOST-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   LC-MARKED-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   LC-CUSTOMER-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

      *================================================================
      *    Output.
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - RETURNED MAIL  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "=" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "  RETURNED TODAY" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  CUSTOMER   ACCOUNT    RETURNED   SRC "
                   DELIMITED SIZE
                   "OUTCOME  REASON" DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE.

           REWRITE-CUSTOMERS.
               OPEN OUTPUT CUSTOMER-FILE
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   MOVE WCU-RECORD(WS-CUST-IDX) TO CUSTOMER-IO
                   WRITE CUSTOMER-IO
               END-PERFORM
               CLOSE CUSTOMER-FILE.

      *    Cleared rows leave the file; held and lost rows carry
      *    forward.
           REWRITE-TRACKING.
               OPEN OUTPUT TRACKING-FILE
               PERFORM VARYING WS-TIDX FROM 1 BY 1
                   UNTIL WS-TIDX > WS-TRACK-COUNT
                   IF WT-DROPPED(WS-TIDX) = "N"
                       MOVE WT-RECORD(WS-TIDX) TO TRACKING-IO
                       WRITE TRACKING-IO
                   END-IF
               END-PERFORM
               CLOSE TRACKING-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Returned Mail Processing"
               DISPLAY "=============================================="
               DISPLAY "  Pieces Returned    : " WS-INTAKE-COUNT
               DISPLAY "  Newly Flagged      : " WS-FLAGGED-COUNT
               DISPLAY "  Returned Again     : " WS-AGAIN-COUNT
               DISPLAY "  Stale (Pre-Change) : " WS-STALE-COUNT
               DISPLAY "  No Match           : " WS-UNMATCHED-COUNT
               DISPLAY "  Taken On From CIF  : " WS-ADOPTED-COUNT
               DISPLAY "  Addresses Cleared  : " WS-CLEARED-COUNT
               DISPLAY "  Newly Lost Contact : " WS-NEWLY-LOST-COUNT
               DISPLAY "  Lost-Contact Accts : " WS-LOST-ACCT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/CUSTOMER-MASTER.dat"
               DISPLAY "  → data/output/BAD-ADDRESS-TRACKING.dat"
               DISPLAY "  → data/output/LOST-CONTACT.dat"
               DISPLAY "  → data/output/RETURNED-MAIL-REPORT.dat"
               DISPLAY "==============================================".
