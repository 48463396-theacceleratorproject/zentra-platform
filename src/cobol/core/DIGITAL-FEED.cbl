      *================================================================
      * PROGRAM:    DIGITAL-FEED.cbl
      * DESCRIPTION: Nightly online banking feed - the vendor used to
      *              get a weekly dump, so customers saw last week's
      *              balance and called the branch. Once the day's
      *              positions and ledger are final, writes
      *              DIGITAL-BANKING-FEED.dat (see DIGITAL-FEED-
      *              RECORD.cpy) for every customer on the optional
      *              DIGITAL-ENROLLMENT.dat (see DIGITAL-ENROLL-
      *              RECORD.cpy), suspended enrollments left off:
      *                - each account linked to the customer on
      *                  CUSTOMER-ACCOUNT-LINKS.dat with tonight's
      *                  closing position from ACCOUNTS-UPDATED.dat:
      *                  ledger balance (collected plus check-hold
      *                  funds), available balance (collected plus
      *                  the overdraft line, less open card
      *                  authorization holds from AUTH-HOLDS-
      *                  ACTIVE.dat - the ACCOUNT-INQUIRY figure),
      *                  and both holds on their own;
      *                - the day's postings from TXN-LEDGER.dat with
      *                  reference, category and description, the
      *                  debit/credit side taken from the posting
      *                  type as STATEMENT-GEN reads it;
      *                - payments not yet posted: future-dated items
      *                  still on TXN-WAREHOUSE.dat and the next run
      *                  of each standing order on STANDING-
      *                  ORDERS.dat.
      *              The feed carries *HDR/*TRL controls (record
      *              count and amount hash) so the vendor can refuse
      *              a short file. DIGITAL-BANKING-FEED-MASKED.dat is
      *              the same feed for the vendor's test environment,
      *              the customer name and sign-on ID replaced by
      *              stable synthetic values exactly as DATA-MASKING
      *              masks the account master - nothing else a test
      *              run needs is touched.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DIGITAL-FEED.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional enrollment file: nobody enrolled, an empty
      *        (but controlled) feed.
               SELECT ENROLL-FILE
                   ASSIGN TO "data/input/DIGITAL-ENROLLMENT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLL-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/output/ACCOUNTS-UPDATED.dat"
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

               SELECT AUTH-HOLDS-FILE
                   ASSIGN TO "data/output/AUTH-HOLDS-ACTIVE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUTH-STATUS.

               SELECT LEDGER-FILE
                   ASSIGN TO "data/output/TXN-LEDGER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.

               SELECT WAREHOUSE-FILE
                   ASSIGN TO "data/output/TXN-WAREHOUSE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WHS-STATUS.

               SELECT STANDING-ORDER-FILE
                   ASSIGN TO "data/input/STANDING-ORDERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SO-STATUS.

               SELECT FEED-FILE
                   ASSIGN TO "data/output/DIGITAL-BANKING-FEED.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.

               SELECT MASKED-FEED-FILE
                   ASSIGN TO
                       "data/output/DIGITAL-BANKING-FEED-MASKED.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASKED-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ENROLL-FILE.
           01 ENROLL-IO             PIC X(60).

           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD AUTH-HOLDS-FILE.
           01 AUTH-HOLD-IO          PIC X(100).

           FD LEDGER-FILE.
           01 LEDGER-RECORD         PIC X(120).

           FD WAREHOUSE-FILE.
           01 WAREHOUSE-IO          PIC X(116).

           FD STANDING-ORDER-FILE.
           01 STANDING-ORDER-IO     PIC X(100).

           FD FEED-FILE.
           01 FEED-OUT-RECORD       PIC X(150).

           FD MASKED-FEED-FILE.
           01 MASKED-OUT-RECORD     PIC X(150).

       WORKING-STORAGE SECTION.
           01 WS-ENROLL-STATUS      PIC XX.
               88 WS-ENROLL-FILE-OK     VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK       VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK       VALUE "00".
           01 WS-AUTH-STATUS        PIC XX.
               88 WS-AUTH-FILE-OK       VALUE "00".
           01 WS-LEDGER-STATUS      PIC XX.
               88 WS-LEDGER-FILE-OK     VALUE "00".
           01 WS-WHS-STATUS         PIC XX.
               88 WS-WHS-FILE-OK        VALUE "00".
           01 WS-SO-STATUS          PIC XX.
               88 WS-SO-FILE-OK         VALUE "00".
           01 WS-FEED-STATUS        PIC XX.
               88 WS-FEED-FILE-OK       VALUE "00".
           01 WS-MASKED-STATUS      PIC XX.
           01 WS-EOF-ENROLL         PIC X VALUE "N".
               88 END-OF-ENROLL-LOAD   VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-AUTH           PIC X VALUE "N".
               88 END-OF-AUTH-LOAD     VALUE "Y".
           01 WS-EOF-LEDGER         PIC X VALUE "N".
               88 END-OF-LEDGER        VALUE "Y".
           01 WS-EOF-WHS            PIC X VALUE "N".
               88 END-OF-WAREHOUSE     VALUE "Y".
           01 WS-EOF-SO             PIC X VALUE "N".
               88 END-OF-STANDING      VALUE "Y".

           COPY "ACCOUNT-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "DIGITAL-ENROLL-RECORD.cpy".
           COPY "DIGITAL-FEED-RECORD.cpy".
           COPY "FILE-CONTROL-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "STANDING-ORDER-RECORD.cpy".

      *    --- Enrolled customers ---
           01 WS-ENR-MAX            PIC 9(4) VALUE 5000.
           01 WS-ENR-TABLE.
               05 WS-ENR-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ENR-IDX.
                   10 WEN-CUSTOMER-ID  PIC X(10).
                   10 WEN-USER-ID      PIC X(20).
           01 WS-ENR-COUNT          PIC 9(4) VALUE 0.

      *    --- Closing positions ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-TYPE          PIC X(10).
                   10 WA-STATUS        PIC X(01).
                   10 WA-BALANCE       PIC S9(9)V99.
                   10 WA-OD-LIMIT      PIC 9(7)V99.
                   10 WA-PENDING-HOLD  PIC 9(7)V99.
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-ACCT-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- CIF names ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-NAME         PIC X(25).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.

           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.

      *    --- Card authorization holds (row: account(1-10)
      *        amount(11-21)) ---
           01 WS-AUTH-MAX           PIC 9(4) VALUE 5000.
           01 WS-AUTH-TABLE.
               05 WS-AUTH-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-AUTH-IDX.
                   10 WAU-ACCOUNT-ID   PIC X(10).
                   10 WAU-AMOUNT       PIC 9(9)V99.
           01 WS-AUTH-COUNT         PIC 9(4) VALUE 0.
           01 WS-AUTH-AMOUNT-X      PIC X(11).
           01 WS-AUTH-AMOUNT REDEFINES WS-AUTH-AMOUNT-X
                               PIC 9(9)V99.
           01 WS-AUTH-HOLD-TOTAL    PIC 9(9)V99.

      *    --- Tonight's ledger (fixed layout as everywhere) ---
           01 WS-LEDGER-PARSE.
               05 WLP-DATE          PIC X(10).
               05 FILLER            PIC X(01).
               05 WLP-ACCOUNT       PIC X(10).
               05 FILLER            PIC X(01).
               05 WLP-TYPE          PIC X(03).
               05 FILLER            PIC X(01).
               05 WLP-AMOUNT-DISP   PIC X(14).
               05 FILLER            PIC X(01).
               05 WLP-DESC          PIC X(30).
               05 FILLER            PIC X(01).
               05 WLP-CATEGORY      PIC X(03).
           01 WS-LEDGER-MAX         PIC 9(5) VALUE 20000.
           01 WS-LEDGER-TABLE.
               05 WS-LEDGER-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-LEDGER-IDX.
                   10 WL-DATE          PIC X(10).
                   10 WL-ACCOUNT       PIC X(10).
                   10 WL-TYPE          PIC X(03).
                   10 WL-AMOUNT        PIC 9(9)V99.
                   10 WL-DESC          PIC X(30).
                   10 WL-CATEGORY      PIC X(03).
                   10 WL-REFERENCE     PIC X(12).
           01 WS-LEDGER-COUNT       PIC 9(5) VALUE 0.

      *    --- Payments not yet posted ---
           01 WS-WHS-MAX            PIC 9(4) VALUE 2000.
           01 WS-WHS-TABLE.
               05 WS-WHS-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-WHS-IDX.
                   10 WWH-RECORD       PIC X(116).
           01 WS-WHS-COUNT          PIC 9(4) VALUE 0.
           01 WS-SO-MAX             PIC 9(4) VALUE 2000.
           01 WS-SO-TABLE.
               05 WS-SO-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-SO-IDX.
                   10 WSO-RECORD       PIC X(100).
           01 WS-SO-COUNT           PIC 9(4) VALUE 0.

      *    --- Work fields ---
           01 WS-THIS-CUSTOMER      PIC X(10).
           01 WS-THIS-ACCOUNT       PIC X(10).
           01 WS-CUSTOMER-NAME      PIC X(25).
           01 WS-LINKED-COUNT       PIC 999.
           01 WS-MASK-SEQ           PIC 9(6) VALUE 0.
           01 WS-MASKED-NAME.
               05 WS-MASKED-NAME-TEXT   PIC X(15).
               05 WS-MASKED-NAME-SEQ    PIC 9(6).
               05 FILLER                PIC X(04).
           01 WS-MASKED-USER.
               05 WS-MASKED-USER-TEXT   PIC X(11) VALUE "MASKED-USER".
               05 WS-MASKED-USER-SEQ    PIC 9(6).
               05 FILLER                PIC X(03) VALUE SPACES.
           01 WS-MASKED-RECORD      PIC X(150).
           01 WS-OUT-COUNT          PIC 9(7) VALUE 0.
           01 WS-OUT-HASH           PIC 9(13)V99 VALUE 0.

      *    --- Counters ---
           01 WS-SUSPENDED-COUNT    PIC 9(5) VALUE 0.
           01 WS-CUSTOMER-OUT       PIC 9(5) VALUE 0.
           01 WS-ACCOUNT-OUT        PIC 9(5) VALUE 0.
           01 WS-TXN-OUT            PIC 9(7) VALUE 0.
           01 WS-PENDING-OUT        PIC 9(5) VALUE 0.
           01 WS-NOT-ON-FILE        PIC 9(5) VALUE 0.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-ENROLLMENTS
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-AUTH-HOLDS
               PERFORM LOAD-LEDGER
               PERFORM LOAD-WAREHOUSE
               PERFORM LOAD-STANDING-ORDERS
               OPEN OUTPUT FEED-FILE
               IF NOT WS-FEED-FILE-OK
                   DISPLAY "ERROR: Cannot open DIGITAL-BANKING-FEED.dat"
                   DISPLAY "FILE STATUS: " WS-FEED-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT MASKED-FEED-FILE
               PERFORM WRITE-FEED-HEADER
               PERFORM WRITE-ONE-CUSTOMER
                   VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               PERFORM WRITE-FEED-TRAILER
               CLOSE FEED-FILE
               CLOSE MASKED-FEED-FILE
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
      *    Loads
      *================================================================
           LOAD-ENROLLMENTS.
               OPEN INPUT ENROLL-FILE
               IF NOT WS-ENROLL-FILE-OK
                   DISPLAY "  No DIGITAL-ENROLLMENT.dat - nobody "
                       "enrolled"
                   EXIT PARAGRAPH
               END-IF
               PERFORM READ-ONE-ENROLLMENT
                   UNTIL END-OF-ENROLL-LOAD
               CLOSE ENROLL-FILE.

           READ-ONE-ENROLLMENT.
               READ ENROLL-FILE INTO DIGITAL-ENROLL-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ENROLL
               NOT AT END
                   IF DE-CUSTOMER-ID NOT = SPACES
                       IF DE-SUSPENDED
                           ADD 1 TO WS-SUSPENDED-COUNT
                       ELSE
                           IF WS-ENR-COUNT < WS-ENR-MAX
                               ADD 1 TO WS-ENR-COUNT
                               MOVE DE-CUSTOMER-ID
                                   TO WEN-CUSTOMER-ID(WS-ENR-COUNT)
                               MOVE DE-USER-ID
                                   TO WEN-USER-ID(WS-ENR-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-READ.

           LOAD-ACCOUNTS.
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNTS-UPDATED.dat"
                   DISPLAY "FILE STATUS: " WS-ACCT-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-ONE-ACCOUNT
                   UNTIL END-OF-ACCT-LOAD
               CLOSE ACCOUNTS-FILE.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AR-ACCOUNT-ID   TO WA-ID(WS-ACCT-COUNT)
                       MOVE AR-ACCOUNT-TYPE TO WA-TYPE(WS-ACCT-COUNT)
                       MOVE AR-STATUS       TO WA-STATUS(WS-ACCT-COUNT)
                       MOVE AR-BALANCE
                           TO WA-BALANCE(WS-ACCT-COUNT)
                       MOVE AR-OVERDRAFT-LIMIT
                           TO WA-OD-LIMIT(WS-ACCT-COUNT)
                       IF AR-PENDING-HOLD IS NUMERIC
                           MOVE AR-PENDING-HOLD
                               TO WA-PENDING-HOLD(WS-ACCT-COUNT)
                       ELSE
                           MOVE 0 TO WA-PENDING-HOLD(WS-ACCT-COUNT)
                       END-IF
                   END-IF
               END-READ.

           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF NOT WS-CUST-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM READ-ONE-CUSTOMER
                   UNTIL END-OF-CUST-LOAD
               CLOSE CUSTOMER-FILE.

           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   IF WS-CUST-COUNT < WS-CUST-MAX
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-ID
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CU-NAME   TO WCU-NAME(WS-CUST-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMER-LINKS.
               OPEN INPUT CUST-LINKS-FILE
               IF NOT WS-CLNK-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM READ-ONE-CUST-LINK
                   UNTIL END-OF-CLNK-LOAD
               CLOSE CUST-LINKS-FILE.

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

      *    --- Optional file: no open authorizations, no holds ---
           LOAD-AUTH-HOLDS.
               OPEN INPUT AUTH-HOLDS-FILE
               IF WS-AUTH-FILE-OK
                   PERFORM READ-ONE-AUTH-HOLD
                       UNTIL END-OF-AUTH-LOAD
                   CLOSE AUTH-HOLDS-FILE
               END-IF.

           READ-ONE-AUTH-HOLD.
               READ AUTH-HOLDS-FILE INTO AUTH-HOLD-IO
               AT END
                   MOVE "Y" TO WS-EOF-AUTH
               NOT AT END
                   IF WS-AUTH-COUNT < WS-AUTH-MAX
                   AND AUTH-HOLD-IO(11:11) IS NUMERIC
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE AUTH-HOLD-IO(1:10)
                           TO WAU-ACCOUNT-ID(WS-AUTH-COUNT)
                       MOVE AUTH-HOLD-IO(11:11)
                           TO WS-AUTH-AMOUNT-X
                       MOVE WS-AUTH-AMOUNT
                           TO WAU-AMOUNT(WS-AUTH-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: a day nothing posted has no postings.
      *        Control rows (*HDR/*TRL) are skipped ---
           LOAD-LEDGER.
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-FILE-OK
                   PERFORM READ-ONE-LEDGER-LINE
                       UNTIL END-OF-LEDGER
                   CLOSE LEDGER-FILE
               END-IF.

           READ-ONE-LEDGER-LINE.
               READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   IF LEDGER-RECORD(1:4) IS NUMERIC
                       IF WS-LEDGER-COUNT < WS-LEDGER-MAX
                           ADD 1 TO WS-LEDGER-COUNT
                           MOVE LEDGER-RECORD(1:75) TO WS-LEDGER-PARSE
                           MOVE WLP-DATE
                               TO WL-DATE(WS-LEDGER-COUNT)
                           MOVE WLP-ACCOUNT
                               TO WL-ACCOUNT(WS-LEDGER-COUNT)
                           MOVE WLP-TYPE
                               TO WL-TYPE(WS-LEDGER-COUNT)
                           MOVE FUNCTION NUMVAL-C(WLP-AMOUNT-DISP)
                               TO WL-AMOUNT(WS-LEDGER-COUNT)
                           MOVE WLP-DESC
                               TO WL-DESC(WS-LEDGER-COUNT)
                           MOVE WLP-CATEGORY
                               TO WL-CATEGORY(WS-LEDGER-COUNT)
                           MOVE LEDGER-RECORD(100:12)
                               TO WL-REFERENCE(WS-LEDGER-COUNT)
                       ELSE
                           DISPLAY "  WARNING: TXN-LEDGER.dat over "
                               WS-LEDGER-MAX " lines - the rest are "
                               "not fed"
                       END-IF
                   END-IF
               END-READ.

      *    --- Optional file: nothing warehoused. Only WHS rows
      *        still wait - anything else is not ours ---
           LOAD-WAREHOUSE.
               OPEN INPUT WAREHOUSE-FILE
               IF WS-WHS-FILE-OK
                   PERFORM READ-ONE-WAREHOUSE-ITEM
                       UNTIL END-OF-WAREHOUSE
                   CLOSE WAREHOUSE-FILE
               END-IF.

           READ-ONE-WAREHOUSE-ITEM.
               READ WAREHOUSE-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-WHS
               NOT AT END
                   IF TR-STATUS = "WHS"
                   AND WS-WHS-COUNT < WS-WHS-MAX
                       ADD 1 TO WS-WHS-COUNT
                       MOVE TRANSACTION-RECORD
                           TO WWH-RECORD(WS-WHS-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: no standing orders on the books ---
           LOAD-STANDING-ORDERS.
               OPEN INPUT STANDING-ORDER-FILE
               IF WS-SO-FILE-OK
                   PERFORM READ-ONE-STANDING-ORDER
                       UNTIL END-OF-STANDING
                   CLOSE STANDING-ORDER-FILE
               END-IF.

           READ-ONE-STANDING-ORDER.
               READ STANDING-ORDER-FILE INTO STANDING-ORDER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SO
               NOT AT END
                   IF SO-SOURCE-ACCOUNT NOT = SPACES
                   AND WS-SO-COUNT < WS-SO-MAX
                       ADD 1 TO WS-SO-COUNT
                       MOVE STANDING-ORDER-RECORD
                           TO WSO-RECORD(WS-SO-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    The feed
      *================================================================
           WRITE-FEED-HEADER.
               MOVE SPACES TO FILE-CTL-RECORD
               SET FCR-HEADER TO TRUE
               MOVE WS-TODAY TO FCR-BUS-DATE
               MOVE 0 TO FCR-REC-COUNT
               MOVE 0 TO FCR-HASH-TOTAL
               MOVE SPACES TO FEED-OUT-RECORD
               MOVE FILE-CTL-RECORD TO FEED-OUT-RECORD(1:104)
               WRITE FEED-OUT-RECORD
               MOVE FEED-OUT-RECORD TO MASKED-OUT-RECORD
               WRITE MASKED-OUT-RECORD.

           WRITE-FEED-TRAILER.
               MOVE SPACES TO FILE-CTL-RECORD
               SET FCR-TRAILER TO TRUE
               MOVE WS-TODAY TO FCR-BUS-DATE
               MOVE WS-OUT-COUNT TO FCR-REC-COUNT
               MOVE WS-OUT-HASH  TO FCR-HASH-TOTAL
               MOVE SPACES TO FEED-OUT-RECORD
               MOVE FILE-CTL-RECORD TO FEED-OUT-RECORD(1:104)
               WRITE FEED-OUT-RECORD
               MOVE FEED-OUT-RECORD TO MASKED-OUT-RECORD
               WRITE MASKED-OUT-RECORD.

      *    A customer with no linked account on tonight's master
      *    still gets the CUS row - the vendor shows an empty
      *    relationship rather than a stale one.
           WRITE-ONE-CUSTOMER.
               MOVE WEN-CUSTOMER-ID(WS-ENR-IDX) TO WS-THIS-CUSTOMER
               MOVE SPACES TO WS-CUSTOMER-NAME
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WCU-CUSTOMER-ID(WS-CUST-IDX) = WS-THIS-CUSTOMER
                       MOVE WCU-NAME(WS-CUST-IDX) TO WS-CUSTOMER-NAME
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-LINKED-COUNT
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-CUSTOMER-ID(WS-CLNK-IDX) = WS-THIS-CUSTOMER
                       MOVE WCL-ACCOUNT-ID(WS-CLNK-IDX)
                           TO WS-THIS-ACCOUNT
                       PERFORM FIND-ACCOUNT
                       IF WS-ACCT-FOUND-IDX > 0
                           ADD 1 TO WS-LINKED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-MASK-SEQ
               MOVE SPACES TO DIGITAL-FEED-RECORD
               SET DF-CUSTOMER TO TRUE
               MOVE WS-THIS-CUSTOMER TO DF-CUSTOMER-ID
               MOVE WEN-USER-ID(WS-ENR-IDX) TO DF-USER-ID
               MOVE WS-CUSTOMER-NAME TO DF-CUSTOMER-NAME
               MOVE WS-LINKED-COUNT TO DF-ACCOUNT-COUNT
               PERFORM WRITE-FEED-ROW
               ADD 1 TO WS-CUSTOMER-OUT
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-CUSTOMER-ID(WS-CLNK-IDX) = WS-THIS-CUSTOMER
                       MOVE WCL-ACCOUNT-ID(WS-CLNK-IDX)
                           TO WS-THIS-ACCOUNT
                       PERFORM FIND-ACCOUNT
                       IF WS-ACCT-FOUND-IDX > 0
                           PERFORM WRITE-ONE-ACCOUNT
                       ELSE
                           ADD 1 TO WS-NOT-ON-FILE
                       END-IF
                   END-IF
               END-PERFORM.

           FIND-ACCOUNT.
               MOVE 0 TO WS-ACCT-FOUND-IDX
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND-IDX > 0
                   IF WA-ID(WS-ACCT-IDX) = WS-THIS-ACCOUNT
                       SET WS-ACCT-FOUND-IDX TO WS-ACCT-IDX
                   END-IF
               END-PERFORM.

      *    Ledger balance is collected funds plus the check-deposit
      *    float HOLD-RELEASE has yet to free; available is what
      *    ACCOUNT-INQUIRY shows the teller.
           WRITE-ONE-ACCOUNT.
               MOVE 0 TO WS-AUTH-HOLD-TOTAL
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF WAU-ACCOUNT-ID(WS-AUTH-IDX) = WS-THIS-ACCOUNT
                       ADD WAU-AMOUNT(WS-AUTH-IDX)
                           TO WS-AUTH-HOLD-TOTAL
                   END-IF
               END-PERFORM
               MOVE SPACES TO DIGITAL-FEED-RECORD
               SET DF-ACCOUNT TO TRUE
               MOVE WS-THIS-CUSTOMER TO DF-CUSTOMER-ID
               MOVE WS-THIS-ACCOUNT TO DF-ACCOUNT-ID
               MOVE WA-TYPE(WS-ACCT-FOUND-IDX) TO DF-ACCOUNT-TYPE
               MOVE WA-STATUS(WS-ACCT-FOUND-IDX) TO DF-ACCOUNT-STATUS
               COMPUTE DF-LEDGER-BALANCE =
                   WA-BALANCE(WS-ACCT-FOUND-IDX)
                   + WA-PENDING-HOLD(WS-ACCT-FOUND-IDX)
               COMPUTE DF-AVAILABLE-BALANCE =
                   WA-BALANCE(WS-ACCT-FOUND-IDX)
                   + WA-OD-LIMIT(WS-ACCT-FOUND-IDX)
                   - WS-AUTH-HOLD-TOTAL
               MOVE WS-AUTH-HOLD-TOTAL TO DF-AUTH-HOLDS
               MOVE WA-PENDING-HOLD(WS-ACCT-FOUND-IDX)
                   TO DF-CHECK-HOLDS
               MOVE WA-OD-LIMIT(WS-ACCT-FOUND-IDX) TO DF-OD-LIMIT
               MOVE WS-TODAY TO DF-AS-OF-DATE
               PERFORM WRITE-FEED-ROW
               ADD 1 TO WS-ACCOUNT-OUT
               PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                   IF WL-ACCOUNT(WS-LEDGER-IDX) = WS-THIS-ACCOUNT
                       PERFORM WRITE-ONE-TRANSACTION
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-WHS-IDX FROM 1 BY 1
                   UNTIL WS-WHS-IDX > WS-WHS-COUNT
                   IF WWH-RECORD(WS-WHS-IDX)(11:10) = WS-THIS-ACCOUNT
                       PERFORM WRITE-ONE-WAREHOUSED
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
                   IF WSO-RECORD(WS-SO-IDX)(1:10) = WS-THIS-ACCOUNT
                       PERFORM WRITE-ONE-STANDING
                   END-IF
               END-PERFORM.

           WRITE-ONE-TRANSACTION.
               MOVE SPACES TO DIGITAL-FEED-RECORD
               SET DF-TRANSACTION TO TRUE
               MOVE WS-THIS-CUSTOMER TO DF-CUSTOMER-ID
               MOVE WS-THIS-ACCOUNT TO DF-TXN-ACCOUNT-ID
               MOVE WL-DATE(WS-LEDGER-IDX) TO DF-POST-DATE
               MOVE WL-TYPE(WS-LEDGER-IDX) TO DF-TXN-TYPE
               EVALUATE WL-TYPE(WS-LEDGER-IDX)
                   WHEN "DEP" WHEN "INT" WHEN "XFC" WHEN "RVC"
                   WHEN "FRF" WHEN "LND" WHEN "ATD" WHEN "RTI"
                       SET DF-CREDIT TO TRUE
                   WHEN "WDR" WHEN "FEE" WHEN "XFR" WHEN "RVD"
                   WHEN "ACH" WHEN "LNP" WHEN "DBI" WHEN "ATW"
                   WHEN "RTO" WHEN "ACB"
                       SET DF-DEBIT TO TRUE
               END-EVALUATE
               MOVE WL-AMOUNT(WS-LEDGER-IDX) TO DF-TXN-AMOUNT
               MOVE WL-REFERENCE(WS-LEDGER-IDX) TO DF-REFERENCE
               MOVE WL-CATEGORY(WS-LEDGER-IDX) TO DF-CATEGORY
               MOVE WL-DESC(WS-LEDGER-IDX) TO DF-TXN-DESCRIPTION
               ADD WL-AMOUNT(WS-LEDGER-IDX) TO WS-OUT-HASH
               PERFORM WRITE-FEED-ROW
               ADD 1 TO WS-TXN-OUT.

           WRITE-ONE-WAREHOUSED.
               MOVE WWH-RECORD(WS-WHS-IDX) TO TRANSACTION-RECORD
               MOVE SPACES TO DIGITAL-FEED-RECORD
               SET DF-PENDING TO TRUE
               MOVE WS-THIS-CUSTOMER TO DF-CUSTOMER-ID
               MOVE WS-THIS-ACCOUNT TO DF-PND-ACCOUNT-ID
               MOVE TR-DATE TO DF-DUE-DATE
               SET DF-PND-WAREHOUSED TO TRUE
               MOVE TR-TXN-TYPE TO DF-PND-TYPE
               MOVE TR-AMOUNT TO DF-PND-AMOUNT
               MOVE TR-TARGET-ACCOUNT TO DF-PND-TARGET
               MOVE TR-DESCRIPTION TO DF-PND-DESCRIPTION
               ADD TR-AMOUNT TO WS-OUT-HASH
               PERFORM WRITE-FEED-ROW
               ADD 1 TO WS-PENDING-OUT.

      *    A standing order fires as a transfer (see
      *    STANDING-ORDER-GEN), so it feeds as an XFR.
           WRITE-ONE-STANDING.
               MOVE WSO-RECORD(WS-SO-IDX) TO STANDING-ORDER-RECORD
               MOVE SPACES TO DIGITAL-FEED-RECORD
               SET DF-PENDING TO TRUE
               MOVE WS-THIS-CUSTOMER TO DF-CUSTOMER-ID
               MOVE WS-THIS-ACCOUNT TO DF-PND-ACCOUNT-ID
               MOVE SO-NEXT-RUN-DATE TO DF-DUE-DATE
               SET DF-PND-STANDING TO TRUE
               MOVE "XFR" TO DF-PND-TYPE
               MOVE SO-AMOUNT TO DF-PND-AMOUNT
               MOVE SO-TARGET-ACCOUNT TO DF-PND-TARGET
               MOVE SO-FREQUENCY TO DF-PND-FREQUENCY
               MOVE SO-DESCRIPTION TO DF-PND-DESCRIPTION
               ADD SO-AMOUNT TO WS-OUT-HASH
               PERFORM WRITE-FEED-ROW
               ADD 1 TO WS-PENDING-OUT.

      *    Every row goes to both files; the masked copy differs
      *    only on the CUS row, as DATA-MASKING's copy differs only
      *    in the name.
           WRITE-FEED-ROW.
               MOVE DIGITAL-FEED-RECORD TO FEED-OUT-RECORD
               WRITE FEED-OUT-RECORD
               ADD 1 TO WS-OUT-COUNT
               IF DF-CUSTOMER
                   MOVE "MASKED-CUSTOMER" TO WS-MASKED-NAME-TEXT
                   MOVE WS-MASK-SEQ       TO WS-MASKED-NAME-SEQ
                   MOVE WS-MASKED-NAME    TO DF-CUSTOMER-NAME
                   MOVE WS-MASK-SEQ       TO WS-MASKED-USER-SEQ
                   MOVE WS-MASKED-USER    TO DF-USER-ID
               END-IF
               MOVE DIGITAL-FEED-RECORD TO MASKED-OUT-RECORD
               WRITE MASKED-OUT-RECORD.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Online Banking Feed"
               DISPLAY "=============================================="
               DISPLAY "  Business Date      : " WS-TODAY
               DISPLAY "  Customers Fed      : " WS-CUSTOMER-OUT
               DISPLAY "  Suspended (skipped): " WS-SUSPENDED-COUNT
               DISPLAY "  Accounts Fed       : " WS-ACCOUNT-OUT
               DISPLAY "  Links Not On File  : " WS-NOT-ON-FILE
               DISPLAY "  Transactions Fed   : " WS-TXN-OUT
               DISPLAY "  Pending Payments   : " WS-PENDING-OUT
               DISPLAY "  Trailer Count      : " WS-OUT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/DIGITAL-BANKING-FEED.dat"
               DISPLAY "  → data/output/DIGITAL-BANKING-FEED-"
                   "MASKED.dat"
               DISPLAY "==============================================".
