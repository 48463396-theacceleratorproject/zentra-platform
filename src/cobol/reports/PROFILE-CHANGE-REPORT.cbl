      *================================================================
      * PROGRAM:    PROFILE-CHANGE-REPORT.cbl
      * DESCRIPTION: Daily account-takeover watch. Lists every
      *              contact-profile change on PROFILE-CHANGES.dat
      *              (see PROFILE-CHANGE-RECORD.cpy) made in the last
      *              WS-LOOKBACK-DAYS days - who, when, which fields,
      *              and the last day of the cooling-off window it
      *              opened - and pairs each with the high-risk
      *              activity that followed it on the customer's
      *              linked accounts:
      *                - HOLD : every item COOLING-OFF-CHECK held
      *                  since the change (COOLING-OFF-HOLDS.dat),
      *                  with where the review stands - waiting,
      *                  released, declined or let through;
      *                - OCHK : every official check on
      *                  OFFICIAL-CHECKS-OUTSTANDING.dat issued since
      *                  the change - the ones that got out, whether
      *                  on a release, from escrow, or once the
      *                  window closed.
      *              A change with nothing after it still prints, so
      *              the report doubles as the day's change log.
      *              Output: data/output/PROFILE-CHANGE-REPORT.dat,
      *              fresh each run. Review and initial, like the
      *              kiting report.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROFILE-CHANGE-REPORT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CHANGES-FILE
                   ASSIGN TO "data/output/PROFILE-CHANGES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCH-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LINKS-STATUS.

               SELECT HOLDS-FILE
                   ASSIGN TO "data/output/COOLING-OFF-HOLDS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.

               SELECT CHECKS-FILE
                   ASSIGN TO
                       "data/output/OFFICIAL-CHECKS-OUTSTANDING.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OCK-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/PROFILE-CHANGE-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CHANGES-FILE.
           01 CHANGE-IO             PIC X(200).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD LINKS-FILE.
           01 LINKS-IO              PIC X(100).

           FD HOLDS-FILE.
           01 HOLD-IO               PIC X(320).

           FD CHECKS-FILE.
           01 CHECK-IO              PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-PCH-STATUS         PIC XX.
               88 WS-PCH-FILE-OK        VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-LINKS-STATUS       PIC XX.
               88 WS-LINKS-FILE-OK      VALUE "00".
           01 WS-HOLD-STATUS        PIC XX.
               88 WS-HOLD-FILE-OK       VALUE "00".
           01 WS-OCK-STATUS         PIC XX.
               88 WS-OCK-FILE-OK        VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-PCH            PIC X VALUE "N".
               88 END-OF-CHANGES       VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUSTOMERS     VALUE "Y".
           01 WS-EOF-LINKS          PIC X VALUE "N".
               88 END-OF-LINKS         VALUE "Y".
           01 WS-EOF-HOLD           PIC X VALUE "N".
               88 END-OF-HOLDS         VALUE "Y".
           01 WS-EOF-OCK            PIC X VALUE "N".
               88 END-OF-CHECKS        VALUE "Y".

           COPY "PROFILE-CHANGE-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "COOLING-OFF-HOLD-RECORD.cpy".
           COPY "OFFICIAL-CHECK-RECORD.cpy".

           01 WS-TODAY              PIC X(10) VALUE SPACES.
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY-JULIAN       PIC 9(7).

      *    --- How far back a change stays on the report ---
           01 WS-LOOKBACK-DAYS      PIC 999 VALUE 30.
           01 WS-LOOKBACK-DATE      PIC X(10).
           01 WS-LOOKBACK-JULIAN    PIC 9(7).
           01 WS-LOOKBACK-INT       PIC 9(8).

      *    --- Changes in the lookback ---
           01 WS-CHG-MAX            PIC 9(4) VALUE 2000.
           01 WS-CHG-TABLE.
               05 WS-CHG-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CHG-IDX.
                   10 WCG-RECORD       PIC X(200).
           01 WS-CHG-COUNT          PIC 9(4) VALUE 0.

      *    --- Current customer names, for the change line ---
           01 WS-CUS-MAX            PIC 9(4) VALUE 5000.
           01 WS-CUS-TABLE.
               05 WS-CUS-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUS-IDX.
                   10 WCU-ID           PIC X(10).
                   10 WCU-NAME         PIC X(25).
           01 WS-CUS-COUNT          PIC 9(4) VALUE 0.
           01 WS-CURRENT-NAME       PIC X(25).

      *    --- Customer-account links ---
           01 WS-LNK-MAX            PIC 9(4) VALUE 9999.
           01 WS-LNK-TABLE.
               05 WS-LNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-LNK-IDX.
                   10 WLK-CUSTOMER-ID  PIC X(10).
                   10 WLK-ACCOUNT-ID   PIC X(10).
           01 WS-LNK-COUNT          PIC 9(4) VALUE 0.
           01 WS-ACCT-LINKED        PIC X VALUE "N".
               88 ACCOUNT-IS-LINKED    VALUE "Y".

      *    --- Hold register and official-check register ---
           01 WS-HLD-MAX            PIC 9(4) VALUE 5000.
           01 WS-HLD-TABLE.
               05 WS-HLD-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-HLD-IDX.
                   10 WHD-RECORD       PIC X(320).
           01 WS-HLD-COUNT          PIC 9(4) VALUE 0.
           01 WS-OCK-MAX            PIC 9(4) VALUE 5000.
           01 WS-OCK-TABLE.
               05 WS-OCK-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-OCK-IDX.
                   10 WOC-RECORD       PIC X(100).
           01 WS-OCK-COUNT          PIC 9(4) VALUE 0.

      *    --- Report work fields ---
           01 WS-DISP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-HOLD-STATE         PIC X(10).
           01 WS-CHECK-STATE        PIC X(11).
           01 WS-ACTIVITY-LINES     PIC 9(5) VALUE 0.
           01 WS-CHANGES-LISTED     PIC 9(5) VALUE 0.
           01 WS-WITH-ACTIVITY      PIC 9(5) VALUE 0.
           01 WS-HOLD-LINES         PIC 9(5) VALUE 0.
           01 WS-CHECK-LINES        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-CHANGES
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-LINKS
               PERFORM LOAD-HOLDS
               PERFORM LOAD-CHECKS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PROFILE-CHANGE-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM REPORT-ONE-CHANGE
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
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
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
               COMPUTE WS-LOOKBACK-JULIAN =
                   WS-TODAY-JULIAN - WS-LOOKBACK-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-JULIAN)
                   TO WS-LOOKBACK-INT
               MOVE WS-LOOKBACK-INT(1:4) TO WS-LOOKBACK-DATE(1:4)
               MOVE "-"                  TO WS-LOOKBACK-DATE(5:1)
               MOVE WS-LOOKBACK-INT(5:2) TO WS-LOOKBACK-DATE(6:2)
               MOVE "-"                  TO WS-LOOKBACK-DATE(8:1)
               MOVE WS-LOOKBACK-INT(7:2) TO WS-LOOKBACK-DATE(9:2).

      *================================================================
      *    Loads - every file optional; what is missing simply
      *    contributes nothing
      *================================================================
           LOAD-CHANGES.
               OPEN INPUT CHANGES-FILE
               IF WS-PCH-FILE-OK
                   PERFORM READ-ONE-CHANGE
                       UNTIL END-OF-CHANGES
                   CLOSE CHANGES-FILE
               END-IF.

           READ-ONE-CHANGE.
               READ CHANGES-FILE INTO CHANGE-IO
               AT END
                   MOVE "Y" TO WS-EOF-PCH
               NOT AT END
                   MOVE CHANGE-IO TO PROFILE-CHANGE-RECORD
                   IF PC-CHANGE-DATE >= WS-LOOKBACK-DATE
                   AND PC-CHANGE-DATE NOT > WS-TODAY
                   AND WS-CHG-COUNT < WS-CHG-MAX
                       ADD 1 TO WS-CHG-COUNT
                       MOVE CHANGE-IO TO WCG-RECORD(WS-CHG-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM READ-ONE-CUSTOMER
                       UNTIL END-OF-CUSTOMERS
                   CLOSE CUSTOMER-FILE
               END-IF.

           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   MOVE CUSTOMER-IO TO CUSTOMER-RECORD
                   IF WS-CUS-COUNT < WS-CUS-MAX
                       ADD 1 TO WS-CUS-COUNT
                       MOVE CU-CUSTOMER-ID TO WCU-ID(WS-CUS-COUNT)
                       MOVE CU-NAME        TO WCU-NAME(WS-CUS-COUNT)
                   END-IF
               END-READ.

           LOAD-LINKS.
               OPEN INPUT LINKS-FILE
               IF WS-LINKS-FILE-OK
                   PERFORM READ-ONE-LINK
                       UNTIL END-OF-LINKS
                   CLOSE LINKS-FILE
               END-IF.

           READ-ONE-LINK.
               READ LINKS-FILE INTO LINKS-IO
               AT END
                   MOVE "Y" TO WS-EOF-LINKS
               NOT AT END
                   MOVE LINKS-IO TO CUSTOMER-LINK-RECORD
                   IF WS-LNK-COUNT < WS-LNK-MAX
                       ADD 1 TO WS-LNK-COUNT
                       MOVE CAL-CUSTOMER-ID
                           TO WLK-CUSTOMER-ID(WS-LNK-COUNT)
                       MOVE CAL-ACCOUNT-ID
                           TO WLK-ACCOUNT-ID(WS-LNK-COUNT)
                   END-IF
               END-READ.

           LOAD-HOLDS.
               OPEN INPUT HOLDS-FILE
               IF WS-HOLD-FILE-OK
                   PERFORM READ-ONE-HOLD
                       UNTIL END-OF-HOLDS
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
                   END-IF
               END-READ.

           LOAD-CHECKS.
               OPEN INPUT CHECKS-FILE
               IF WS-OCK-FILE-OK
                   PERFORM READ-ONE-CHECK
                       UNTIL END-OF-CHECKS
                   CLOSE CHECKS-FILE
               END-IF.

           READ-ONE-CHECK.
               READ CHECKS-FILE INTO CHECK-IO
               AT END
                   MOVE "Y" TO WS-EOF-OCK
               NOT AT END
                   MOVE CHECK-IO TO OFFICIAL-CHECK-RECORD
                   IF OCK-ISSUE-DATE >= WS-LOOKBACK-DATE
                   AND WS-OCK-COUNT < WS-OCK-MAX
                       ADD 1 TO WS-OCK-COUNT
                       MOVE CHECK-IO TO WOC-RECORD(WS-OCK-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    One change and what followed it
      *================================================================
           REPORT-ONE-CHANGE.
               MOVE WCG-RECORD(WS-CHG-IDX) TO PROFILE-CHANGE-RECORD
               ADD 1 TO WS-CHANGES-LISTED
               PERFORM FIND-CURRENT-NAME
               MOVE SPACES TO REPORT-RECORD
               STRING PC-CHANGE-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   PC-CUSTOMER-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-CURRENT-NAME DELIMITED SIZE
                   " FIELDS " DELIMITED SIZE
                   PC-CHANGED-FIELDS DELIMITED SIZE
                   " WINDOW TO " DELIMITED SIZE
                   PC-COOL-END-DATE DELIMITED SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 0 TO WS-ACTIVITY-LINES
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   MOVE WHD-RECORD(WS-HLD-IDX)
                       TO COOLING-OFF-HOLD-RECORD
                   IF CH-CUSTOMER-ID = PC-CUSTOMER-ID
                   AND CH-HOLD-DATE >= PC-CHANGE-DATE
                       PERFORM WRITE-HOLD-LINE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-OCK-IDX FROM 1 BY 1
                   UNTIL WS-OCK-IDX > WS-OCK-COUNT
                   MOVE WOC-RECORD(WS-OCK-IDX)
                       TO OFFICIAL-CHECK-RECORD
                   IF OCK-ISSUE-DATE >= PC-CHANGE-DATE
                       PERFORM CHECK-ACCOUNT-LINKED
                       IF ACCOUNT-IS-LINKED
                           PERFORM WRITE-CHECK-LINE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ACTIVITY-LINES > 0
                   ADD 1 TO WS-WITH-ACTIVITY
               ELSE
                   MOVE "      NO HIGH-RISK ACTIVITY SINCE THE CHANGE"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           FIND-CURRENT-NAME.
               MOVE PC-OLD-NAME TO WS-CURRENT-NAME
               PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
                   IF WCU-ID(WS-CUS-IDX) = PC-CUSTOMER-ID
                       MOVE WCU-NAME(WS-CUS-IDX) TO WS-CURRENT-NAME
                   END-IF
               END-PERFORM.

           CHECK-ACCOUNT-LINKED.
               MOVE "N" TO WS-ACCT-LINKED
               PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
                   OR ACCOUNT-IS-LINKED
                   IF WLK-CUSTOMER-ID(WS-LNK-IDX) = PC-CUSTOMER-ID
                   AND WLK-ACCOUNT-ID(WS-LNK-IDX) = OCK-ACCOUNT-ID
                       MOVE "Y" TO WS-ACCT-LINKED
                   END-IF
               END-PERFORM.

           WRITE-HOLD-LINE.
               EVALUATE TRUE
                   WHEN CH-HELD
                       MOVE "WAITING"  TO WS-HOLD-STATE
                   WHEN CH-RELEASED
                       MOVE "RELEASED" TO WS-HOLD-STATE
                   WHEN CH-DECLINED
                       MOVE "DECLINED" TO WS-HOLD-STATE
                   WHEN OTHER
                       MOVE "LET THRU" TO WS-HOLD-STATE
               END-EVALUATE
               MOVE CH-AMOUNT TO WS-DISP-AMOUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "      HOLD " DELIMITED SIZE
                   CH-HOLD-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   CH-HOLD-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   CH-CHANNEL DELIMITED SIZE
                   " " DELIMITED SIZE
                   CH-ACCOUNT-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-HOLD-STATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   CH-DECIDED-BY DELIMITED SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-ACTIVITY-LINES
               ADD 1 TO WS-HOLD-LINES.

           WRITE-CHECK-LINE.
               EVALUATE TRUE
                   WHEN OCK-ISSUED-PENDING
                       MOVE "ISSUED"      TO WS-CHECK-STATE
                   WHEN OCK-OUTSTANDING
                       MOVE "OUTSTANDING" TO WS-CHECK-STATE
                   WHEN OCK-PRESENTED
                       MOVE "PRESENTED"   TO WS-CHECK-STATE
                   WHEN OTHER
                       MOVE "ESCHEATED"   TO WS-CHECK-STATE
               END-EVALUATE
               MOVE OCK-AMOUNT TO WS-DISP-AMOUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "      OCHK " DELIMITED SIZE
                   OCK-ISSUE-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   OCK-CHECK-NUMBER DELIMITED SIZE
                   " " DELIMITED SIZE
                   OCK-ACCOUNT-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-CHECK-STATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   OCK-PAYEE DELIMITED SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-ACTIVITY-LINES
               ADD 1 TO WS-CHECK-LINES.

      *================================================================
      *    Report framing
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE SPACES TO REPORT-RECORD
               STRING "ZENTRA BANK - PROFILE CHANGES AND FOLLOW-ON "
                   DELIMITED SIZE
                   "ACTIVITY  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "CHANGES SINCE " DELIMITED SIZE
                   WS-LOOKBACK-DATE DELIMITED SIZE
                   "  FIELDS: N NAME A ADDRESS P PHONE E EMAIL"
                   DELIMITED SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-TOTALS.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "CHANGES " DELIMITED SIZE
                   WS-CHANGES-LISTED DELIMITED SIZE
                   "  WITH ACTIVITY " DELIMITED SIZE
                   WS-WITH-ACTIVITY DELIMITED SIZE
                   "  HOLDS " DELIMITED SIZE
                   WS-HOLD-LINES DELIMITED SIZE
                   "  OFFICIAL CHECKS " DELIMITED SIZE
                   WS-CHECK-LINES DELIMITED SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Profile Change Report"
               DISPLAY "=============================================="
               DISPLAY "  Changes Listed   : " WS-CHANGES-LISTED
               DISPLAY "  With Activity    : " WS-WITH-ACTIVITY
               DISPLAY "  Hold Lines       : " WS-HOLD-LINES
               DISPLAY "  Check Lines      : " WS-CHECK-LINES
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/PROFILE-CHANGE-REPORT.dat"
               DISPLAY "==============================================".
