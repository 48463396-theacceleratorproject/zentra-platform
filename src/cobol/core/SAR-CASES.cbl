      *================================================================
      * PROGRAM:    SAR-CASES.cbl
      * DESCRIPTION: Suspicious Activity Report case workflow. The
      *              currency-report cases COMPLIANCE-CASES keeps
      *              cover CTRs only; suspicious activity surfaces in
      *              four other places and used to live on in the BSA
      *              officer's mailbox. This step gives it a case
      *              file (data/restricted/SAR-CASES.dat, see
      *              SAR-CASE-RECORD.cpy) and a clock:
      *                - investigator actions keyed onto
      *                  data/restricted/SAR-CASE-ACTIONS.dat (see
      *                  SAR-ACTION-RECORD.cpy) apply first - manual
      *                  referrals, investigator assignment, added
      *                  subjects, accounts and transaction
      *                  references, the file / no-file decision
      *                  with its rationale, the BSA ID from the
      *                  acknowledgement, and the continuing-activity
      *                  review. Only an operator holding the
      *                  compliance role on OPERATORS.dat may act;
      *                  anything else is refused and listed. The
      *                  action file is drained once applied;
      *                - the night's alerts then open cases or join
      *                  the account's live one: today's holds on
      *                  FRAUD-REVIEW-QUEUE.dat, every account on
      *                  KITING-RISK-REPORT.dat, STR (structuring)
      *                  candidates on CTR-CANDIDATES.dat, and
      *                  today's hits on WATCHLIST-MATCH-REPORT.dat.
      *                  A new case takes the alerting account's
      *                  linked CIF customers as its subjects;
      *                - every filing not yet sent (initial or
      *                  continuing) goes to
      *                  SAR-FILING-EXTRACT.dat in the regulator's
      *                  batch layout - header, case, subject and
      *                  account rows, trailer - and is stamped so
      *                  it goes exactly once;
      *                - SAR-CASE-REPORT.dat ages every live case:
      *                  an open case against the 30-day filing
      *                  deadline from detection (60 days while no
      *                  subject is identified), a filed case
      *                  against its 90-day continuing-activity
      *                  review and the continuing filing due 30
      *                  days after that.
      *              Every output stays under data/restricted.
      *              Runs after CTR-FILING-EXTRACT, once the day's
      *              alert sources have all been written.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SAR-CASES.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Case history, persisted across runs - load-in-full/
      *        rewrite-in-full, as COMPLIANCE-CASES.dat.
               SELECT CASES-FILE
                   ASSIGN TO "data/restricted/SAR-CASES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CASES-STATUS.

      *        Optional: no investigator work keyed today.
               SELECT ACTIONS-FILE
                   ASSIGN TO "data/restricted/SAR-CASE-ACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACTN-STATUS.

               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

      *        The four alert sources - each optional.
               SELECT FRAUD-QUEUE-FILE
                   ASSIGN TO "data/output/FRAUD-REVIEW-QUEUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FRQ-STATUS.

               SELECT KITING-FILE
                   ASSIGN TO "data/output/KITING-RISK-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-KIT-STATUS.

               SELECT CANDIDATES-FILE
                   ASSIGN TO "data/output/CTR-CANDIDATES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAND-STATUS.

               SELECT WATCHLIST-FILE
                   ASSIGN TO "data/output/WATCHLIST-MATCH-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WLM-STATUS.

               SELECT EXTRACT-FILE
                   ASSIGN TO "data/restricted/SAR-FILING-EXTRACT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/restricted/SAR-CASE-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CASES-FILE.
           01 CASE-IO               PIC X(300).

           FD ACTIONS-FILE.
           01 ACTION-IO             PIC X(120).

           FD OPERATORS-FILE.
           01 OPERATOR-IO           PIC X(100).

           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD FRAUD-QUEUE-FILE.
           01 FRAUD-QUEUE-IO        PIC X(116).

           FD KITING-FILE.
           01 KITING-IO             PIC X(100).

           FD CANDIDATES-FILE.
           01 CANDIDATE-IO          PIC X(100).

           FD WATCHLIST-FILE.
           01 WATCHLIST-IO          PIC X(100).

           FD EXTRACT-FILE.
           01 EXTRACT-RECORD        PIC X(200).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CASES-STATUS       PIC XX.
               88 WS-CASES-FILE-OK     VALUE "00".
           01 WS-ACTN-STATUS        PIC XX.
               88 WS-ACTN-FILE-OK      VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-FRQ-STATUS         PIC XX.
               88 WS-FRQ-FILE-OK       VALUE "00".
           01 WS-KIT-STATUS         PIC XX.
               88 WS-KIT-FILE-OK       VALUE "00".
           01 WS-CAND-STATUS        PIC XX.
               88 WS-CAND-FILE-OK      VALUE "00".
           01 WS-WLM-STATUS         PIC XX.
               88 WS-WLM-FILE-OK       VALUE "00".
           01 WS-EXTRACT-STATUS     PIC XX.
               88 WS-EXTRACT-FILE-OK   VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-CASES          PIC X VALUE "N".
               88 END-OF-CASE-LOAD     VALUE "Y".
           01 WS-EOF-ACTN           PIC X VALUE "N".
               88 END-OF-ACTIONS       VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-SOURCE         PIC X VALUE "N".
               88 END-OF-SOURCE        VALUE "Y".

           COPY "SAR-CASE-RECORD.cpy".
           COPY "SAR-ACTION-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "COMPLIANCE-CANDIDATE-RECORD.cpy".

      *    --- Case table ---
           01 WS-CASE-MAX           PIC 9(4) VALUE 2000.
           01 WS-CASE-TABLE.
               05 WS-CASE-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CASE-IDX.
                   10 WSC-RECORD       PIC X(300).
           01 WS-CASE-COUNT         PIC 9(4) VALUE 0.
           01 WS-CASE-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-NEXT-CASE-NUM      PIC 9(7) VALUE 1.
           01 WS-CASE-NUM-PARSE     PIC 9(7).

      *    --- Roster, master, CIF and links ---
           01 WS-OPER-MAX           PIC 999 VALUE 200.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
                   10 WOP-ROLE         PIC X(01).
           01 WS-OPER-COUNT         PIC 999 VALUE 0.
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-NAME          PIC X(25).
                   10 WA-TYPE          PIC X(10).
                   10 WA-STATUS        PIC X(01).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-RECORD       PIC X(200).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.

      *    --- One alert, whichever source raised it ---
           01 WS-ALERT-SOURCE       PIC X(03).
           01 WS-ALERT-ID           PIC X(10).
           01 WS-ALERT-DATE         PIC X(10).
           01 WS-ALERT-AMOUNT       PIC 9(9)V99.
           01 WS-ALERT-REF          PIC X(12).
           01 WS-ALERT-IS-ACCOUNT   PIC X.
           01 WS-ALERT-IS-CUSTOMER  PIC X.

      *    --- Action handling ---
           01 WS-ACTION-OK          PIC X.
           01 WS-REFUSE-REASON      PIC X(30).
           01 WS-SLOT               PIC 9.
           01 WS-SLOT-FOUND         PIC 9.
           01 WS-FOUND              PIC X.
           01 WS-CHECK-ID           PIC X(10).
           01 WS-CHECK-REF          PIC X(12).

      *    --- Counters ---
           01 WS-ACTION-COUNT       PIC 9(5) VALUE 0.
           01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
           01 WS-ALERT-COUNT        PIC 9(5) VALUE 0.
           01 WS-OPENED-COUNT       PIC 9(5) VALUE 0.
           01 WS-JOINED-COUNT       PIC 9(5) VALUE 0.
           01 WS-EXTRACTED-COUNT    PIC 9(5) VALUE 0.
           01 WS-SUBJECT-ROWS       PIC 9(5) VALUE 0.
           01 WS-ACCOUNT-ROWS       PIC 9(5) VALUE 0.
           01 WS-EXTRACTED-TOTAL    PIC 9(11)V99 VALUE 0.
           01 WS-EXTRACTED-TOTAL-X REDEFINES WS-EXTRACTED-TOTAL
                                    PIC X(13).
           01 WS-EXTRACT-AMOUNT     PIC 9(9)V99.
           01 WS-EXTRACT-AMOUNT-X REDEFINES WS-EXTRACT-AMOUNT
                                    PIC X(11).
           01 WS-LIVE-COUNT         PIC 9(5) VALUE 0.
           01 WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.
           01 WS-REVIEW-COUNT       PIC 9(5) VALUE 0.

      *    --- Calendar arithmetic ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(7).
           01 WS-CALC-DATE          PIC X(10).
           01 WS-ADD-DAYS           PIC 9(3).
           01 WS-DUE-DATE           PIC X(10).
           01 WS-DAYS-LEFT          PIC S9(5).
           01 WS-DEADLINE-DAYS      PIC 9(3).

      *    --- Report ---
           01 WS-OUT-LINE           PIC X(132).
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
           01 WS-DISP-DAYS          PIC -(4)9.
           01 WS-DISP-COUNT         PIC Z(4)9.
           01 WS-FLAG-TEXT          PIC X(14).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-OPERATORS
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-CASES
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open SAR-CASE-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM APPLY-ACTIONS
               PERFORM TAKE-FRAUD-HOLDS
               PERFORM TAKE-KITING-SCORES
               PERFORM TAKE-STRUCTURING
               PERFORM TAKE-WATCHLIST-HITS
               PERFORM WRITE-FILING-EXTRACT
               PERFORM REWRITE-CASES
               PERFORM WRITE-AGING-SECTION
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
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    --- Reference loads ---
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
                       MOVE OP-ROLE TO WOP-ROLE(WS-OPER-COUNT)
                   END-IF
               END-READ.

           LOAD-ACCOUNTS.
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCT-FILE-OK
                   PERFORM READ-ONE-ACCOUNT
                       UNTIL END-OF-ACCT-LOAD
                   CLOSE ACCOUNTS-FILE
               END-IF.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   MOVE ACCOUNT-IO TO ACCOUNT-RECORD
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AR-ACCOUNT-ID   TO WA-ID(WS-ACCT-COUNT)
                       MOVE AR-ACCOUNT-NAME TO WA-NAME(WS-ACCT-COUNT)
                       MOVE AR-ACCOUNT-TYPE TO WA-TYPE(WS-ACCT-COUNT)
                       MOVE AR-STATUS       TO WA-STATUS(WS-ACCT-COUNT)
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

           LOAD-CUSTOMER-LINKS.
               OPEN INPUT CUST-LINKS-FILE
               IF WS-CLNK-FILE-OK
                   PERFORM READ-ONE-CUST-LINK
                       UNTIL END-OF-CLNK-LOAD
                   CLOSE CUST-LINKS-FILE
               END-IF.

           READ-ONE-CUST-LINK.
               READ CUST-LINKS-FILE INTO CUST-LINK-IO
               AT END
                   MOVE "Y" TO WS-EOF-CLNK
               NOT AT END
                   IF WS-CLNK-COUNT < WS-CLNK-MAX
                       ADD 1 TO WS-CLNK-COUNT
                       MOVE CUST-LINK-IO(1:10)
                           TO WCL-CUSTOMER-ID(WS-CLNK-COUNT)
                       MOVE CUST-LINK-IO(11:10)
                           TO WCL-ACCOUNT-ID(WS-CLNK-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: absent on the very first run. The next
      *        case number is derived from the highest ID already on
      *        file so numbering never repeats ---
           LOAD-CASES.
               OPEN INPUT CASES-FILE
               IF WS-CASES-FILE-OK
                   PERFORM LOAD-ONE-CASE
                       UNTIL END-OF-CASE-LOAD
                   CLOSE CASES-FILE
               END-IF.

           LOAD-ONE-CASE.
               READ CASES-FILE INTO CASE-IO
               AT END
                   MOVE "Y" TO WS-EOF-CASES
               NOT AT END
                   IF WS-CASE-COUNT < WS-CASE-MAX
                       ADD 1 TO WS-CASE-COUNT
                       MOVE CASE-IO TO WSC-RECORD(WS-CASE-COUNT)
                       MOVE CASE-IO TO SAR-CASE-RECORD
                       IF SC-CASE-ID(2:7) IS NUMERIC
                           MOVE SC-CASE-ID(2:7) TO WS-CASE-NUM-PARSE
                           IF WS-CASE-NUM-PARSE >= WS-NEXT-CASE-NUM
                               COMPUTE WS-NEXT-CASE-NUM =
                                   WS-CASE-NUM-PARSE + 1
                           END-IF
                       END-IF
                   END-IF
               END-READ.

           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - SUSPICIOUS ACTIVITY CASES  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   "   *** CONFIDENTIAL - SAR MATERIAL ***"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  INVESTIGATOR ACTIONS" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  CASE     ACTN OPER   VALUE          RESULT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *================================================================
      *    Investigator actions
      *================================================================
           APPLY-ACTIONS.
               MOVE "N" TO WS-EOF-ACTN
               OPEN INPUT ACTIONS-FILE
               IF WS-ACTN-FILE-OK
                   PERFORM APPLY-ONE-ACTION
                       UNTIL END-OF-ACTIONS
                   CLOSE ACTIONS-FILE
                   IF WS-ACTION-COUNT > 0
                       OPEN OUTPUT ACTIONS-FILE
                       CLOSE ACTIONS-FILE
                   END-IF
               END-IF.

           APPLY-ONE-ACTION.
               READ ACTIONS-FILE INTO ACTION-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACTN
               NOT AT END
                   MOVE ACTION-IO TO SAR-ACTION-RECORD
                   ADD 1 TO WS-ACTION-COUNT
                   MOVE "Y" TO WS-ACTION-OK
                   MOVE SPACES TO WS-REFUSE-REASON
                   PERFORM CHECK-ACTION-OPERATOR
                   IF WS-ACTION-OK = "Y"
                       IF SA-OPEN
                           PERFORM APPLY-REFERRAL
                       ELSE
                           PERFORM FIND-ACTION-CASE
                           IF WS-ACTION-OK = "Y"
                               PERFORM APPLY-CASE-ACTION
                           END-IF
                       END-IF
                   END-IF
                   IF WS-ACTION-OK = "Y"
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "APPLIED" TO WS-REFUSE-REASON
                   ELSE
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
                   PERFORM WRITE-ACTION-LINE
               END-READ.

      *    Only the compliance role may touch a SAR case.
           CHECK-ACTION-OPERATOR.
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WOP-OPERATOR-ID(WS-OPER-IDX) = SA-OPERATOR-ID
                   AND WOP-ROLE(WS-OPER-IDX) = "C"
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND NOT = "Y"
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - NOT COMPLIANCE ROLE"
                       TO WS-REFUSE-REASON
               END-IF.

           FIND-ACTION-CASE.
               MOVE 0 TO WS-CASE-FOUND-IDX
               PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   IF WSC-RECORD(WS-CASE-IDX)(1:8) = SA-CASE-ID
                       MOVE WS-CASE-IDX TO WS-CASE-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-CASE-FOUND-IDX = 0
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - NO SUCH CASE" TO WS-REFUSE-REASON
               END-IF.

      *    A referral opens a case the same way an alert does; the
      *    referral note rides in as the working rationale.
           APPLY-REFERRAL.
               IF SA-VALUE(1:10) = SPACES
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - NO ACCOUNT/CUSTOMER"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE "MAN"           TO WS-ALERT-SOURCE
                   MOVE SA-VALUE(1:10)  TO WS-ALERT-ID
                   MOVE WS-TODAY        TO WS-ALERT-DATE
                   IF SA-AMOUNT IS NUMERIC
                       MOVE SA-AMOUNT   TO WS-ALERT-AMOUNT
                   ELSE
                       MOVE 0           TO WS-ALERT-AMOUNT
                   END-IF
                   MOVE SPACES          TO WS-ALERT-REF
                   PERFORM OPEN-NEW-CASE
                   IF WS-CASE-FOUND-IDX = 0
                       MOVE "N" TO WS-ACTION-OK
                       MOVE "REFUSED - CASE TABLE FULL"
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE WSC-RECORD(WS-CASE-FOUND-IDX)
                           TO SAR-CASE-RECORD
                       MOVE SA-OPERATOR-ID TO SC-INVESTIGATOR
                       MOVE SA-RATIONALE   TO SC-RATIONALE
                       MOVE SAR-CASE-RECORD
                           TO WSC-RECORD(WS-CASE-FOUND-IDX)
                       MOVE SC-CASE-ID TO SA-CASE-ID
                   END-IF
               END-IF.

           APPLY-CASE-ACTION.
               MOVE WSC-RECORD(WS-CASE-FOUND-IDX) TO SAR-CASE-RECORD
               EVALUATE TRUE
                   WHEN SA-ASSIGN
                       PERFORM ACTION-ASSIGN
                   WHEN SA-ADD-SUBJECT
                       PERFORM ACTION-ADD-SUBJECT
                   WHEN SA-ADD-ACCOUNT
                       PERFORM ACTION-ADD-ACCOUNT
                   WHEN SA-ADD-TXN-REF
                       MOVE SA-VALUE(1:12) TO WS-CHECK-REF
                       PERFORM ADD-TXN-REF
                       IF WS-SLOT-FOUND = 0
                           MOVE "N" TO WS-ACTION-OK
                           MOVE "REFUSED - REFERENCES FULL"
                               TO WS-REFUSE-REASON
                       END-IF
                   WHEN SA-FILE
                       PERFORM ACTION-DECIDE-FILE
                   WHEN SA-NO-FILE
                       PERFORM ACTION-DECIDE-NO-FILE
                   WHEN SA-BSA-ID
                       IF SC-FILED AND SA-VALUE NOT = SPACES
                           MOVE SA-VALUE TO SC-BSA-ID
                       ELSE
                           MOVE "N" TO WS-ACTION-OK
                           MOVE "REFUSED - CASE NOT FILED"
                               TO WS-REFUSE-REASON
                       END-IF
                   WHEN SA-REVIEW
                       PERFORM ACTION-REVIEW
                   WHEN OTHER
                       MOVE "N" TO WS-ACTION-OK
                       MOVE "REFUSED - UNKNOWN ACTION"
                           TO WS-REFUSE-REASON
               END-EVALUATE
               IF WS-ACTION-OK = "Y"
                   MOVE SAR-CASE-RECORD TO WSC-RECORD(WS-CASE-FOUND-IDX)
               END-IF.

           ACTION-ASSIGN.
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WOP-OPERATOR-ID(WS-OPER-IDX) = SA-VALUE(1:6)
                   AND WOP-ROLE(WS-OPER-IDX) = "C"
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = "Y" AND SC-LIVE
                   MOVE SA-VALUE(1:6) TO SC-INVESTIGATOR
               ELSE
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - INVESTIGATOR NOT C ROLE"
                       TO WS-REFUSE-REASON
               END-IF.

           ACTION-ADD-SUBJECT.
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-RECORD(WS-CUST-IDX)(1:10) = SA-VALUE(1:10)
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND NOT = "Y"
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - CUSTOMER NOT ON CIF"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE SA-VALUE(1:10) TO WS-CHECK-ID
                   PERFORM ADD-SUBJECT
                   IF WS-SLOT-FOUND = 0
                       MOVE "N" TO WS-ACTION-OK
                       MOVE "REFUSED - SUBJECTS FULL"
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF.

           ACTION-ADD-ACCOUNT.
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WA-ID(WS-ACCT-IDX) = SA-VALUE(1:10)
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND NOT = "Y"
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - ACCOUNT NOT ON MASTER"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE SA-VALUE(1:10) TO WS-CHECK-ID
                   PERFORM ADD-ACCOUNT
                   IF WS-SLOT-FOUND = 0
                       MOVE "N" TO WS-ACTION-OK
                       MOVE "REFUSED - ACCOUNTS FULL"
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF.

      *    The decision must carry its reasoning - an examiner reads
      *    the no-file rationale as closely as the filing.
           ACTION-DECIDE-FILE.
               IF NOT SC-OPEN
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - CASE NOT OPEN" TO WS-REFUSE-REASON
               ELSE
                   IF SA-RATIONALE = SPACES
                       MOVE "N" TO WS-ACTION-OK
                       MOVE "REFUSED - NO RATIONALE"
                           TO WS-REFUSE-REASON
                   ELSE
                       SET SC-DECIDED-FILE TO TRUE
                       MOVE WS-TODAY       TO SC-DECISION-DATE
                       MOVE SA-OPERATOR-ID TO SC-DECIDED-BY
                       MOVE SA-RATIONALE   TO SC-RATIONALE
                       PERFORM RECORD-FILING
                   END-IF
               END-IF.

           ACTION-DECIDE-NO-FILE.
               IF NOT SC-OPEN
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - CASE NOT OPEN" TO WS-REFUSE-REASON
               ELSE
                   IF SA-RATIONALE = SPACES
                       MOVE "N" TO WS-ACTION-OK
                       MOVE "REFUSED - NO RATIONALE"
                           TO WS-REFUSE-REASON
                   ELSE
                       SET SC-DECIDED-NO-FILE TO TRUE
                       SET SC-NO-FILE      TO TRUE
                       MOVE WS-TODAY       TO SC-DECISION-DATE
                       MOVE SA-OPERATOR-ID TO SC-DECIDED-BY
                       MOVE SA-RATIONALE   TO SC-RATIONALE
                   END-IF
               END-IF.

      *    Continuing-activity review: C files the continuing SAR
      *    (a new filing, a new 90-day clock), X ends the watch.
           ACTION-REVIEW.
               IF NOT SC-FILED
                   MOVE "N" TO WS-ACTION-OK
                   MOVE "REFUSED - CASE NOT FILED" TO WS-REFUSE-REASON
               ELSE
                   IF SA-RATIONALE = SPACES
                       MOVE "N" TO WS-ACTION-OK
                       MOVE "REFUSED - NO RATIONALE"
                           TO WS-REFUSE-REASON
                   ELSE
                       EVALUATE SA-VALUE(1:1)
                           WHEN "C"
                               MOVE SA-OPERATOR-ID TO SC-DECIDED-BY
                               MOVE SA-RATIONALE   TO SC-RATIONALE
                               PERFORM RECORD-FILING
                           WHEN "X"
                               SET SC-CLOSED TO TRUE
                               MOVE WS-TODAY       TO SC-DECISION-DATE
                               MOVE SA-OPERATOR-ID TO SC-DECIDED-BY
                               MOVE SA-RATIONALE   TO SC-RATIONALE
                           WHEN OTHER
                               MOVE "N" TO WS-ACTION-OK
                               MOVE "REFUSED - REVIEW NOT C OR X"
                                   TO WS-REFUSE-REASON
                       END-EVALUATE
                   END-IF
               END-IF.

      *    A filing (initial or continuing) starts the 90-day
      *    continuing-activity clock and waits for the extract.
           RECORD-FILING.
               SET SC-FILED TO TRUE
               MOVE WS-TODAY TO SC-FILED-DATE
               IF SC-FILING-COUNT IS NOT NUMERIC
                   MOVE 0 TO SC-FILING-COUNT
               END-IF
               ADD 1 TO SC-FILING-COUNT
               MOVE SPACES TO SC-EXTRACT-DATE
               MOVE WS-TODAY TO WS-CALC-DATE
               MOVE 90 TO WS-ADD-DAYS
               PERFORM ADD-DAYS-TO-DATE
               MOVE WS-CALC-DATE TO SC-REVIEW-DUE.

           WRITE-ACTION-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE SA-CASE-ID       TO WS-OUT-LINE(3:8)
               MOVE SA-ACTION        TO WS-OUT-LINE(12:4)
               MOVE SA-OPERATOR-ID   TO WS-OUT-LINE(17:6)
               MOVE SA-VALUE         TO WS-OUT-LINE(24:14)
               MOVE WS-REFUSE-REASON TO WS-OUT-LINE(39:30)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *================================================================
      *    Alert sources
      *================================================================
      *    Today's velocity holds - the queue carries undecided
      *    items forward, so only rows dated today are new.
           TAKE-FRAUD-HOLDS.
               MOVE "N" TO WS-EOF-SOURCE
               OPEN INPUT FRAUD-QUEUE-FILE
               IF WS-FRQ-FILE-OK
                   PERFORM TAKE-ONE-FRAUD-HOLD
                       UNTIL END-OF-SOURCE
                   CLOSE FRAUD-QUEUE-FILE
               END-IF.

           TAKE-ONE-FRAUD-HOLD.
               READ FRAUD-QUEUE-FILE INTO FRAUD-QUEUE-IO
               AT END
                   MOVE "Y" TO WS-EOF-SOURCE
               NOT AT END
                   MOVE FRAUD-QUEUE-IO TO TRANSACTION-RECORD
                   IF TR-DATE = WS-TODAY
                       MOVE "FRD"         TO WS-ALERT-SOURCE
                       MOVE TR-ACCOUNT-ID TO WS-ALERT-ID
                       MOVE TR-DATE       TO WS-ALERT-DATE
                       MOVE TR-AMOUNT     TO WS-ALERT-AMOUNT
                       MOVE TR-REFERENCE  TO WS-ALERT-REF
                       PERFORM TAKE-ALERT
                   END-IF
               END-READ.

      *    The kiting report is rewritten nightly; every ranked
      *    line (account in 3-12, numeric score in 14-16) is an
      *    alert.
           TAKE-KITING-SCORES.
               MOVE "N" TO WS-EOF-SOURCE
               OPEN INPUT KITING-FILE
               IF WS-KIT-FILE-OK
                   PERFORM TAKE-ONE-KITING-LINE
                       UNTIL END-OF-SOURCE
                   CLOSE KITING-FILE
               END-IF.

           TAKE-ONE-KITING-LINE.
               READ KITING-FILE INTO KITING-IO
               AT END
                   MOVE "Y" TO WS-EOF-SOURCE
               NOT AT END
                   IF KITING-IO(14:3) IS NUMERIC
                   AND KITING-IO(3:10) NOT = SPACES
                       MOVE "KIT"          TO WS-ALERT-SOURCE
                       MOVE KITING-IO(3:10) TO WS-ALERT-ID
                       MOVE WS-TODAY       TO WS-ALERT-DATE
                       MOVE 0              TO WS-ALERT-AMOUNT
                       MOVE SPACES         TO WS-ALERT-REF
                       PERFORM TAKE-ALERT
                   END-IF
               END-READ.

      *    Structuring patterns only - threshold CTR candidates
      *    belong to COMPLIANCE-CASES.
           TAKE-STRUCTURING.
               MOVE "N" TO WS-EOF-SOURCE
               OPEN INPUT CANDIDATES-FILE
               IF WS-CAND-FILE-OK
                   PERFORM TAKE-ONE-CANDIDATE
                       UNTIL END-OF-SOURCE
                   CLOSE CANDIDATES-FILE
               END-IF.

           TAKE-ONE-CANDIDATE.
               READ CANDIDATES-FILE INTO CANDIDATE-IO
               AT END
                   MOVE "Y" TO WS-EOF-SOURCE
               NOT AT END
                   MOVE CANDIDATE-IO TO CTR-CANDIDATE-RECORD
                   IF CTR-STRUCTURING-PATTERN
                       MOVE "STR"          TO WS-ALERT-SOURCE
                       MOVE CTR-ACCOUNT-ID TO WS-ALERT-ID
                       MOVE CTR-DATE       TO WS-ALERT-DATE
                       MOVE CTR-AGGREGATE-AMOUNT TO WS-ALERT-AMOUNT
                       MOVE SPACES         TO WS-ALERT-REF
                       PERFORM TAKE-ALERT
                   END-IF
               END-READ.

      *    The match report is cumulative: a hit line is dated in
      *    1-10 with the account (or, for an entity or owner hit,
      *    the customer ID) in 12-21.
           TAKE-WATCHLIST-HITS.
               MOVE "N" TO WS-EOF-SOURCE
               OPEN INPUT WATCHLIST-FILE
               IF WS-WLM-FILE-OK
                   PERFORM TAKE-ONE-WATCHLIST-LINE
                       UNTIL END-OF-SOURCE
                   CLOSE WATCHLIST-FILE
               END-IF.

           TAKE-ONE-WATCHLIST-LINE.
               READ WATCHLIST-FILE INTO WATCHLIST-IO
               AT END
                   MOVE "Y" TO WS-EOF-SOURCE
               NOT AT END
                   IF WATCHLIST-IO(1:10) = WS-TODAY
                   AND WATCHLIST-IO(12:10) NOT = SPACES
                       MOVE "WLS"              TO WS-ALERT-SOURCE
                       MOVE WATCHLIST-IO(12:10) TO WS-ALERT-ID
                       MOVE WS-TODAY           TO WS-ALERT-DATE
                       MOVE 0                  TO WS-ALERT-AMOUNT
                       MOVE SPACES             TO WS-ALERT-REF
                       PERFORM TAKE-ALERT
                   END-IF
               END-READ.

      *    An alert joins the live case (open, or filed and under
      *    continuing-activity watch) that already names the
      *    account or customer; otherwise it opens a case. A rerun
      *    of the same night does not count the same alert twice:
      *    a reference already on the case, or an unreferenced
      *    alert from the same source already counted today, is
      *    passed over.
           TAKE-ALERT.
               ADD 1 TO WS-ALERT-COUNT
               PERFORM FIND-LIVE-CASE
               IF WS-CASE-FOUND-IDX > 0
                   PERFORM JOIN-LIVE-CASE
               ELSE
                   PERFORM OPEN-NEW-CASE
               END-IF.

           FIND-LIVE-CASE.
               MOVE 0 TO WS-CASE-FOUND-IDX
               PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   OR WS-CASE-FOUND-IDX > 0
                   MOVE WSC-RECORD(WS-CASE-IDX) TO SAR-CASE-RECORD
                   IF SC-LIVE
                       PERFORM VARYING WS-SLOT FROM 1 BY 1
                           UNTIL WS-SLOT > 3
                           IF SC-ACCOUNT-ID(WS-SLOT) = WS-ALERT-ID
                           OR SC-SUBJECT-ID(WS-SLOT) = WS-ALERT-ID
                               MOVE WS-CASE-IDX TO WS-CASE-FOUND-IDX
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           JOIN-LIVE-CASE.
               MOVE WSC-RECORD(WS-CASE-FOUND-IDX) TO SAR-CASE-RECORD
               MOVE "N" TO WS-FOUND
               IF WS-ALERT-REF NOT = SPACES
                   PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > 3
                       IF SC-TXN-REF(WS-SLOT) = WS-ALERT-REF
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
               ELSE
                   IF SC-LAST-HIT-DATE = WS-ALERT-DATE
                   AND SC-SOURCE = WS-ALERT-SOURCE
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-IF
               IF WS-FOUND NOT = "Y"
                   ADD 1 TO SC-HIT-COUNT
                   ADD WS-ALERT-AMOUNT TO SC-TOTAL-AMOUNT
                   MOVE WS-ALERT-DATE TO SC-LAST-HIT-DATE
                   IF WS-ALERT-REF NOT = SPACES
                       MOVE WS-ALERT-REF TO WS-CHECK-REF
                       PERFORM ADD-TXN-REF
                   END-IF
                   MOVE SAR-CASE-RECORD TO WSC-RECORD(WS-CASE-FOUND-IDX)
                   ADD 1 TO WS-JOINED-COUNT
               END-IF.

      *    A new case takes the alerting account and its linked
      *    owners as subjects - or, for an alert naming a customer,
      *    the customer and up to three of their accounts.
           OPEN-NEW-CASE.
               MOVE 0 TO WS-CASE-FOUND-IDX
               IF WS-CASE-COUNT < WS-CASE-MAX
                   ADD 1 TO WS-CASE-COUNT
                   MOVE WS-CASE-COUNT TO WS-CASE-FOUND-IDX
                   MOVE SPACES TO SAR-CASE-RECORD
                   MOVE "S" TO SC-CASE-ID(1:1)
                   MOVE WS-NEXT-CASE-NUM TO SC-CASE-ID(2:7)
                   ADD 1 TO WS-NEXT-CASE-NUM
                   SET SC-OPEN TO TRUE
                   MOVE WS-ALERT-SOURCE TO SC-SOURCE
                   MOVE WS-ALERT-DATE   TO SC-DETECT-DATE
                   MOVE WS-TODAY        TO SC-OPENED-DATE
                   MOVE WS-ALERT-DATE   TO SC-LAST-HIT-DATE
                   MOVE 1               TO SC-HIT-COUNT
                   MOVE WS-ALERT-AMOUNT TO SC-TOTAL-AMOUNT
                   MOVE 0               TO SC-FILING-COUNT
                   MOVE WS-ALERT-REF    TO SC-TXN-REF(1)
                   PERFORM CLASSIFY-ALERT-ID
                   IF WS-ALERT-IS-CUSTOMER = "Y"
                   AND WS-ALERT-IS-ACCOUNT NOT = "Y"
                       MOVE WS-ALERT-ID TO SC-SUBJECT-ID(1)
                       PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                           UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                           IF WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               = WS-ALERT-ID
                               MOVE WCL-ACCOUNT-ID(WS-CLNK-IDX)
                                   TO WS-CHECK-ID
                               PERFORM ADD-ACCOUNT
                           END-IF
                       END-PERFORM
                   ELSE
                       MOVE WS-ALERT-ID TO SC-ACCOUNT-ID(1)
                       PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                           UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                           IF WCL-ACCOUNT-ID(WS-CLNK-IDX)
                               = WS-ALERT-ID
                               MOVE WCL-CUSTOMER-ID(WS-CLNK-IDX)
                                   TO WS-CHECK-ID
                               PERFORM ADD-SUBJECT
                           END-IF
                       END-PERFORM
                   END-IF
                   MOVE SAR-CASE-RECORD TO WSC-RECORD(WS-CASE-COUNT)
                   ADD 1 TO WS-OPENED-COUNT
               END-IF.

           CLASSIFY-ALERT-ID.
               MOVE "N" TO WS-ALERT-IS-ACCOUNT
               MOVE "N" TO WS-ALERT-IS-CUSTOMER
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WA-ID(WS-ACCT-IDX) = WS-ALERT-ID
                       MOVE "Y" TO WS-ALERT-IS-ACCOUNT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-RECORD(WS-CUST-IDX)(1:10) = WS-ALERT-ID
                       MOVE "Y" TO WS-ALERT-IS-CUSTOMER
                   END-IF
               END-PERFORM.

      *    Slot helpers: each drops WS-CHECK-ID / WS-CHECK-REF into
      *    the first free slot unless already present; WS-SLOT-FOUND
      *    is zero only when the value is new and every slot is
      *    taken.
           ADD-SUBJECT.
               MOVE 0 TO WS-SLOT-FOUND
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   IF SC-SUBJECT-ID(WS-SLOT) = WS-CHECK-ID
                       MOVE WS-SLOT TO WS-SLOT-FOUND
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 3 OR WS-SLOT-FOUND > 0
                   IF SC-SUBJECT-ID(WS-SLOT) = SPACES
                       MOVE WS-CHECK-ID TO SC-SUBJECT-ID(WS-SLOT)
                       MOVE WS-SLOT TO WS-SLOT-FOUND
                   END-IF
               END-PERFORM.

           ADD-ACCOUNT.
               MOVE 0 TO WS-SLOT-FOUND
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   IF SC-ACCOUNT-ID(WS-SLOT) = WS-CHECK-ID
                       MOVE WS-SLOT TO WS-SLOT-FOUND
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 3 OR WS-SLOT-FOUND > 0
                   IF SC-ACCOUNT-ID(WS-SLOT) = SPACES
                       MOVE WS-CHECK-ID TO SC-ACCOUNT-ID(WS-SLOT)
                       MOVE WS-SLOT TO WS-SLOT-FOUND
                   END-IF
               END-PERFORM.

           ADD-TXN-REF.
               MOVE 0 TO WS-SLOT-FOUND
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   IF SC-TXN-REF(WS-SLOT) = WS-CHECK-REF
                       MOVE WS-SLOT TO WS-SLOT-FOUND
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 3 OR WS-SLOT-FOUND > 0
                   IF SC-TXN-REF(WS-SLOT) = SPACES
                       MOVE WS-CHECK-REF TO SC-TXN-REF(WS-SLOT)
                       MOVE WS-SLOT TO WS-SLOT-FOUND
                   END-IF
               END-PERFORM.

      *================================================================
      *    Filing extract - regulator batch layout (200 bytes):
      *      H  filer, batch date
      *      C  case(2-9) type I/C(10) seq(11-12) detected(13-22)
      *         activity through(23-32) amount(33-43) category
      *         (44-46) prior BSA ID(47-60) investigator(61-66)
      *         narrative(67-126)
      *      S  case(2-9) customer(10-19) name(20-44) TIN(45-55)
      *         birth date(56-65) address(66-155)
      *      A  case(2-9) account(10-19) title(20-44) type(45-54)
      *         status(55)
      *      T  cases(2-6) subjects(7-11) accounts(12-16)
      *         amount(17-29)
      *================================================================
           WRITE-FILING-EXTRACT.
               OPEN OUTPUT EXTRACT-FILE
               IF NOT WS-EXTRACT-FILE-OK
                   DISPLAY "ERROR: Cannot open SAR-FILING-EXTRACT.dat"
                   DISPLAY "FILE STATUS: " WS-EXTRACT-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "H" TO EXTRACT-RECORD(1:1)
               MOVE "ZENTRA BANK" TO EXTRACT-RECORD(2:25)
               MOVE WS-TODAY TO EXTRACT-RECORD(27:10)
               MOVE "SAR" TO EXTRACT-RECORD(37:3)
               WRITE EXTRACT-RECORD
               PERFORM EXTRACT-ONE-CASE
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "T" TO EXTRACT-RECORD(1:1)
               MOVE WS-EXTRACTED-COUNT TO EXTRACT-RECORD(2:5)
               MOVE WS-SUBJECT-ROWS    TO EXTRACT-RECORD(7:5)
               MOVE WS-ACCOUNT-ROWS    TO EXTRACT-RECORD(12:5)
               MOVE WS-EXTRACTED-TOTAL-X TO EXTRACT-RECORD(17:13)
               WRITE EXTRACT-RECORD
               CLOSE EXTRACT-FILE.

           EXTRACT-ONE-CASE.
               MOVE WSC-RECORD(WS-CASE-IDX) TO SAR-CASE-RECORD
               IF SC-FILED AND SC-EXTRACT-DATE = SPACES
                   MOVE SPACES TO EXTRACT-RECORD
                   MOVE "C"             TO EXTRACT-RECORD(1:1)
                   MOVE SC-CASE-ID      TO EXTRACT-RECORD(2:8)
                   IF SC-FILING-COUNT > 1
                       MOVE "C"         TO EXTRACT-RECORD(10:1)
                       MOVE SC-BSA-ID   TO EXTRACT-RECORD(47:14)
                   ELSE
                       MOVE "I"         TO EXTRACT-RECORD(10:1)
                   END-IF
                   MOVE SC-FILING-COUNT TO EXTRACT-RECORD(11:2)
                   MOVE SC-DETECT-DATE  TO EXTRACT-RECORD(13:10)
                   MOVE SC-LAST-HIT-DATE TO EXTRACT-RECORD(23:10)
                   MOVE SC-TOTAL-AMOUNT TO WS-EXTRACT-AMOUNT
                   MOVE WS-EXTRACT-AMOUNT-X TO EXTRACT-RECORD(33:11)
                   MOVE SC-SOURCE       TO EXTRACT-RECORD(44:3)
                   MOVE SC-INVESTIGATOR TO EXTRACT-RECORD(61:6)
                   MOVE SC-RATIONALE    TO EXTRACT-RECORD(67:60)
                   WRITE EXTRACT-RECORD
                   PERFORM EXTRACT-ONE-SUBJECT
                       VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   PERFORM EXTRACT-ONE-ACCOUNT
                       VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   ADD 1 TO WS-EXTRACTED-COUNT
                   ADD SC-TOTAL-AMOUNT TO WS-EXTRACTED-TOTAL
                   MOVE WS-TODAY TO SC-EXTRACT-DATE
                   MOVE SAR-CASE-RECORD TO WSC-RECORD(WS-CASE-IDX)
               END-IF.

           EXTRACT-ONE-SUBJECT.
               IF SC-SUBJECT-ID(WS-SLOT) NOT = SPACES
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE SC-SUBJECT-ID(WS-SLOT) TO CU-CUSTOMER-ID
                   PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       IF WCU-RECORD(WS-CUST-IDX)(1:10)
                           = SC-SUBJECT-ID(WS-SLOT)
                           MOVE WCU-RECORD(WS-CUST-IDX)
                               TO CUSTOMER-RECORD
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO EXTRACT-RECORD
                   MOVE "S"               TO EXTRACT-RECORD(1:1)
                   MOVE SC-CASE-ID        TO EXTRACT-RECORD(2:8)
                   MOVE CU-CUSTOMER-ID    TO EXTRACT-RECORD(10:10)
                   MOVE CU-NAME           TO EXTRACT-RECORD(20:25)
                   MOVE CU-TAX-ID         TO EXTRACT-RECORD(45:11)
                   MOVE CU-BIRTH-DATE     TO EXTRACT-RECORD(56:10)
                   MOVE CU-ADDR-LINE-1    TO EXTRACT-RECORD(66:30)
                   MOVE CU-ADDR-LINE-2    TO EXTRACT-RECORD(96:30)
                   MOVE CU-CITY-STATE-ZIP TO EXTRACT-RECORD(126:30)
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-SUBJECT-ROWS
               END-IF.

           EXTRACT-ONE-ACCOUNT.
               IF SC-ACCOUNT-ID(WS-SLOT) NOT = SPACES
                   MOVE SPACES TO EXTRACT-RECORD
                   MOVE "A"                    TO EXTRACT-RECORD(1:1)
                   MOVE SC-CASE-ID             TO EXTRACT-RECORD(2:8)
                   MOVE SC-ACCOUNT-ID(WS-SLOT) TO EXTRACT-RECORD(10:10)
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       IF WA-ID(WS-ACCT-IDX) = SC-ACCOUNT-ID(WS-SLOT)
                           MOVE WA-NAME(WS-ACCT-IDX)
                               TO EXTRACT-RECORD(20:25)
                           MOVE WA-TYPE(WS-ACCT-IDX)
                               TO EXTRACT-RECORD(45:10)
                           MOVE WA-STATUS(WS-ACCT-IDX)
                               TO EXTRACT-RECORD(55:1)
                       END-IF
                   END-PERFORM
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-ACCOUNT-ROWS
               END-IF.

           REWRITE-CASES.
               OPEN OUTPUT CASES-FILE
               IF NOT WS-CASES-FILE-OK
                   DISPLAY "ERROR: Cannot open SAR-CASES.dat"
                   DISPLAY "FILE STATUS: " WS-CASES-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   MOVE WSC-RECORD(WS-CASE-IDX) TO CASE-IO
                   WRITE CASE-IO
               END-PERFORM
               CLOSE CASES-FILE.

      *================================================================
      *    Aging - every live case against its clock
      *================================================================
           WRITE-AGING-SECTION.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  LIVE CASES" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "CASE"     TO WS-OUT-LINE(3:4)
               MOVE "ST"       TO WS-OUT-LINE(12:2)
               MOVE "SRC"      TO WS-OUT-LINE(15:3)
               MOVE "ACCOUNT"  TO WS-OUT-LINE(19:7)
               MOVE "SUBJECT"  TO WS-OUT-LINE(30:7)
               MOVE "DETECTED" TO WS-OUT-LINE(41:8)
               MOVE "CLOCK"    TO WS-OUT-LINE(52:5)
               MOVE "DUE"      TO WS-OUT-LINE(59:3)
               MOVE "DAYS"     TO WS-OUT-LINE(70:4)
               MOVE "INVEST"   TO WS-OUT-LINE(76:6)
               MOVE "HITS"     TO WS-OUT-LINE(83:4)
               MOVE "AMOUNT"   TO WS-OUT-LINE(96:6)
               MOVE "FLAG"     TO WS-OUT-LINE(104:4)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM AGE-ONE-CASE
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-LIVE-COUNT TO WS-DISP-COUNT
               STRING "  LIVE CASES: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OVERDUE-COUNT TO WS-DISP-COUNT
               STRING "   PAST FILING DEADLINE: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE(21:40)
               MOVE WS-REVIEW-COUNT TO WS-DISP-COUNT
               STRING "   REVIEWS DUE: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE(51:40)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-EXTRACTED-COUNT TO WS-DISP-COUNT
               MOVE WS-EXTRACTED-TOTAL TO WS-DISP-TOTAL
               STRING "  FILINGS EXTRACTED TONIGHT: " DELIMITED SIZE
                   WS-DISP-COUNT DELIMITED SIZE
                   "  AMOUNT " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    Open: 30 days from detection to file, 60 while no
      *    subject is identified. Filed: the review falls due 90
      *    days after the latest filing and the continuing SAR 30
      *    days after that.
           AGE-ONE-CASE.
               MOVE WSC-RECORD(WS-CASE-IDX) TO SAR-CASE-RECORD
               IF SC-LIVE
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE SPACES TO WS-FLAG-TEXT
                   MOVE SPACES TO WS-OUT-LINE
                   IF SC-OPEN
                       IF SC-SUBJECT-ID(1) = SPACES
                       AND SC-SUBJECT-ID(2) = SPACES
                       AND SC-SUBJECT-ID(3) = SPACES
                           MOVE 60 TO WS-DEADLINE-DAYS
                       ELSE
                           MOVE 30 TO WS-DEADLINE-DAYS
                       END-IF
                       MOVE SC-DETECT-DATE TO WS-CALC-DATE
                       MOVE WS-DEADLINE-DAYS TO WS-ADD-DAYS
                       PERFORM ADD-DAYS-TO-DATE
                       MOVE WS-CALC-DATE TO WS-DUE-DATE
                       MOVE "FILE" TO WS-OUT-LINE(52:6)
                       PERFORM DAYS-UNTIL-DUE
                       IF WS-DAYS-LEFT < 0
                           MOVE "*OVERDUE*" TO WS-FLAG-TEXT
                           ADD 1 TO WS-OVERDUE-COUNT
                       ELSE
                           IF WS-DAYS-LEFT <= 7
                               MOVE "DUE SOON" TO WS-FLAG-TEXT
                           END-IF
                       END-IF
                   ELSE
                       MOVE SC-REVIEW-DUE TO WS-DUE-DATE
                       MOVE "REVIEW" TO WS-OUT-LINE(52:6)
                       PERFORM DAYS-UNTIL-DUE
                       IF WS-DAYS-LEFT <= 0
                           ADD 1 TO WS-REVIEW-COUNT
                           IF WS-DAYS-LEFT < -30
                               MOVE "*CONT OVERDUE*" TO WS-FLAG-TEXT
                           ELSE
                               MOVE "REVIEW DUE" TO WS-FLAG-TEXT
                           END-IF
                       END-IF
                   END-IF
                   MOVE SC-CASE-ID       TO WS-OUT-LINE(3:8)
                   MOVE SC-STATUS        TO WS-OUT-LINE(12:1)
                   MOVE SC-SOURCE        TO WS-OUT-LINE(15:3)
                   MOVE SC-ACCOUNT-ID(1) TO WS-OUT-LINE(19:10)
                   MOVE SC-SUBJECT-ID(1) TO WS-OUT-LINE(30:10)
                   MOVE SC-DETECT-DATE   TO WS-OUT-LINE(41:10)
                   MOVE WS-DUE-DATE      TO WS-OUT-LINE(59:10)
                   MOVE WS-DAYS-LEFT     TO WS-DISP-DAYS
                   MOVE WS-DISP-DAYS     TO WS-OUT-LINE(70:5)
                   MOVE SC-INVESTIGATOR  TO WS-OUT-LINE(76:6)
                   MOVE SC-HIT-COUNT     TO WS-OUT-LINE(83:3)
                   MOVE SC-TOTAL-AMOUNT  TO WS-DISP-AMOUNT
                   MOVE WS-DISP-AMOUNT   TO WS-OUT-LINE(88:15)
                   MOVE WS-FLAG-TEXT     TO WS-OUT-LINE(104:14)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           DAYS-UNTIL-DUE.
               MOVE 0 TO WS-DAYS-LEFT
               IF WS-DUE-DATE(1:4) IS NUMERIC
                   MOVE WS-DUE-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE WS-DUE-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE WS-DUE-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PARSE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                   COMPUTE WS-DAYS-LEFT =
                       WS-PARSE-JULIAN - WS-TODAY-JULIAN
               END-IF.

      *    WS-CALC-DATE (YYYY-MM-DD) moved on by WS-ADD-DAYS, in
      *    place.
           ADD-DAYS-TO-DATE.
               IF WS-CALC-DATE(1:4) IS NUMERIC
                   MOVE WS-CALC-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE WS-CALC-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE WS-CALC-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PARSE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                       + WS-ADD-DAYS
                   MOVE FUNCTION DATE-OF-INTEGER(WS-PARSE-JULIAN)
                       TO WS-PARSE-INT
                   MOVE WS-PARSE-INT(1:4) TO WS-CALC-DATE(1:4)
                   MOVE "-"               TO WS-CALC-DATE(5:1)
                   MOVE WS-PARSE-INT(5:2) TO WS-CALC-DATE(6:2)
                   MOVE "-"               TO WS-CALC-DATE(8:1)
                   MOVE WS-PARSE-INT(7:2) TO WS-CALC-DATE(9:2)
               END-IF.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - SAR Case Workflow"
               DISPLAY "=============================================="
               DISPLAY "  Actions Read       : " WS-ACTION-COUNT
               DISPLAY "  Actions Applied    : " WS-APPLIED-COUNT
               DISPLAY "  Actions Refused    : " WS-REFUSED-COUNT
               DISPLAY "  Alerts Taken       : " WS-ALERT-COUNT
               DISPLAY "  Cases Opened       : " WS-OPENED-COUNT
               DISPLAY "  Joined Live Cases  : " WS-JOINED-COUNT
               DISPLAY "  Filings Extracted  : " WS-EXTRACTED-COUNT
               DISPLAY "  Live Cases         : " WS-LIVE-COUNT
               DISPLAY "  Past Deadline      : " WS-OVERDUE-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/restricted/SAR-CASES.dat"
               DISPLAY "  → data/restricted/SAR-FILING-EXTRACT.dat"
               DISPLAY "  → data/restricted/SAR-CASE-REPORT.dat"
               DISPLAY "==============================================".
