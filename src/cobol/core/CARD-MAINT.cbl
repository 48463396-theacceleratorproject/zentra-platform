      *================================================================
      * PROGRAM:    CARD-MAINT.cbl
      * DESCRIPTION: Debit card lifecycle maintenance. Reads
      *              CARD-MAINT-REQUESTS.dat (CARD-MAINT-RECORD rows)
      *              and applies each against the card master
      *              CARD-MASTER.dat (load in full, rewrite in full):
      *                ISSUE    - new card on an active account for a
      *                           CIF party, status I; expiry
      *                           defaults to this month three years
      *                           out, limits to WS-DEFAULT-ATM-LIMIT
      *                           and WS-DEFAULT-POS-LIMIT
      *                ACTIVATE - I to A
      *                LOST     - I or A to L; AUTH-HOLD-PROC declines
      *                           everything on the card from now on
      *                REISSUE  - a blank new number renews an I or A
      *                           card in place with a new expiry; a
      *                           new number replaces an I, A or L
      *                           card - the old card closes (a lost
      *                           card keeps its L for the record) and
      *                           the new one is issued as I on the
      *                           same account, party and limits
      *                CLOSE    - any card not already closed to C
      *              Each request is echoed with its outcome to
      *              CARD-MAINT-RESULTS.dat, card numbers masked:
      *                APR approved
      *                C01 card not on file
      *                C02 card number already on file
      *                C03 action not allowed in the card's status
      *                C04 account not on file or not active
      *                C05 card number not 16 digits or fails the
      *                    check digit
      *                C06 cardholder not on the CIF (or merged away)
      *                C07 unknown action
      *                C08 card master full
      *                C09 custodial account - the card may only be
      *                    the custodian's (ISSUE or REISSUE on an
      *                    account still open on
      *                    CUSTODIAL-ACCOUNTS.dat)
      *                C10 REISSUE held for review - the account is
      *                    inside a cooling-off window after a
      *                    contact-profile change (COOLING-OFF-CHECK);
      *                    the request waits on COOLING-OFF-HOLDS.dat
      *                    and COOLING-OFF-REVIEW re-feeds it here
      *                    once released
      *                C11 REISSUE the cooling-off reviewer declined
      *              On the last business day of the month every I or
      *              A card whose plastic expires within
      *              WS-RENEWAL-MONTHS months is renewed: its expiry
      *              moves out three years and it goes to the vendor
      *              on CARD-REISSUE-EXTRACT.dat, together with the
      *              day's approved issues and reissues. A card on an
      *              account inside a cooling-off window is left for
      *              the next month-end run rather than mailed to an
      *              address that may have just been hijacked - the
      *              renewal window is wide enough that it is still
      *              caught before the plastic expires.
      *              Runs alongside CUSTOMER-MAINT at the head of the
      *              cycle, so the day's card changes are in place
      *              before AUTH-HOLD-PROC checks the vendor's
      *              authorizations.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CARD-MAINT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional request feed: no requests is the usual day.
               SELECT MAINT-REQUESTS
                   ASSIGN TO "data/input/CARD-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.

               SELECT CARD-FILE
                   ASSIGN TO "data/input/CARD-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

      *        Optional: no custodial accounts, no custodian check.
               SELECT CUSTODIAL-FILE
                   ASSIGN TO "data/input/CUSTODIAL-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CST-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/CARD-MAINT-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULTS-STATUS.

      *        Vendor transmission - carries the full card number.
               SELECT REISSUE-FILE
                   ASSIGN TO "data/output/CARD-REISSUE-EXTRACT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REISSUE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MAINT-REQUESTS.
           01 MAINT-REQUEST-IO      PIC X(100).

           FD CARD-FILE.
           01 CARD-IO               PIC X(100).

           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUSTODIAL-FILE.
           01 CUSTODIAL-IO          PIC X(100).

           FD RESULTS-FILE.
           01 RESULTS-RECORD        PIC X(100).

           FD REISSUE-FILE.
           01 REISSUE-IO            PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK       VALUE "00".
           01 WS-CARD-STATUS        PIC XX.
               88 WS-CARD-FILE-OK      VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-RESULTS-STATUS     PIC XX.
               88 WS-RESULTS-FILE-OK   VALUE "00".
           01 WS-REISSUE-STATUS     PIC XX.
               88 WS-REISSUE-FILE-OK   VALUE "00".
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 NO-MORE-REQUESTS     VALUE "Y".
           01 WS-EOF-CARD           PIC X VALUE "N".
               88 END-OF-CARD-LOAD     VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCOUNTS      VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUSTOMERS     VALUE "Y".
           01 WS-CST-STATUS         PIC XX.
               88 WS-CST-FILE-OK       VALUE "00".
           01 WS-EOF-CST            PIC X VALUE "N".
               88 END-OF-CST-LOAD      VALUE "Y".

           COPY "CARD-MASTER-RECORD.cpy".
           COPY "CARD-MAINT-RECORD.cpy".
           COPY "CARD-REISSUE-RECORD.cpy".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "CUSTODIAL-RECORD.cpy".
           COPY "COOLING-OFF-AREA.cpy".

      *    --- New-card defaults and the renewal window ---
           01 WS-DEFAULT-ATM-LIMIT  PIC 9(5)V99 VALUE 500.00.
           01 WS-DEFAULT-POS-LIMIT  PIC 9(5)V99 VALUE 2500.00.
           01 WS-CARD-LIFE-YEARS    PIC 9 VALUE 3.
           01 WS-RENEWAL-MONTHS     PIC 99 VALUE 2.

      *    --- Card table ---
           01 WS-CARD-MAX           PIC 9(4) VALUE 9999.
           01 WS-CARD-TABLE.
               05 WS-CARD-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CARD-IDX.
                   10 WCD-RECORD       PIC X(100).
           01 WS-CARD-COUNT         PIC 9(4) VALUE 0.
           01 WS-CARD-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-OLD-CARD-IDX       PIC 9(4) VALUE 0.
           01 WS-OLD-EXPIRY         PIC X(07).
           01 WS-CARD-CHANGED       PIC X VALUE "N".
           01 WS-FIND-CARD-NUMBER   PIC X(16).

      *    --- Custodial accounts still held for a minor: a card
      *        draws on the account, so only the custodian holds
      *        one ---
           01 WS-CST-MAX            PIC 9(4) VALUE 2000.
           01 WS-CST-TABLE.
               05 WS-CST-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CST-IDX.
                   10 WCS-ACCOUNT-ID   PIC X(10).
                   10 WCS-CUSTODIAN-ID PIC X(10).
           01 WS-CST-COUNT          PIC 9(4) VALUE 0.
           01 WS-CUSTODIAN-ID       PIC X(10).

      *    --- Request work fields ---
           01 WS-REQ-OUTCOME        PIC X(03).
           01 WS-ACCT-FOUND         PIC X VALUE "N".
               88 ACCOUNT-USABLE       VALUE "Y".
           01 WS-CUST-FOUND         PIC X VALUE "N".
               88 CARDHOLDER-ON-CIF    VALUE "Y".
           01 WS-FIND-ACCOUNT-ID    PIC X(10).
           01 WS-FIND-CUSTOMER-ID   PIC X(10).

      *    --- Check-digit (Luhn) work fields ---
           01 WS-CHECK-NUMBER       PIC X(16).
           01 WS-NUMBER-VALID       PIC X VALUE "N".
               88 CARD-NUMBER-VALID    VALUE "Y".
           01 WS-DIGIT-POS          PIC 99.
           01 WS-DIGIT              PIC 99.
           01 WS-DIGIT-SUM          PIC 9(3).
           01 WS-SUM-QUOT           PIC 9(3).
           01 WS-SUM-REM            PIC 9.

      *    --- Masked card number for results ---
           01 WS-MASK-IN            PIC X(16).
           01 WS-MASK-OUT           PIC X(16).

      *    --- Dates: month arithmetic runs on YYYY*12+MM ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-MONTH        PIC X(07).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-TODAY-MONTHS       PIC 9(6).
           01 WS-WINDOW-MONTHS      PIC 9(6).
           01 WS-EXPIRY-MONTHS      PIC 9(6).
           01 WS-PARSE-YEAR         PIC 9(4).
           01 WS-PARSE-MM           PIC 99.
           01 WS-NEW-EXPIRY         PIC X(07).
           01 WS-NEW-EXPIRY-YEAR    PIC 9(4).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-MONTH-END          PIC X VALUE "N".
               88 MONTH-END-TONIGHT    VALUE "Y".

      *    --- Counters ---
           01 WS-REQ-COUNT          PIC 9(5) VALUE 0.
           01 WS-ISSUED-COUNT       PIC 9(5) VALUE 0.
           01 WS-ACTIVATED-COUNT    PIC 9(5) VALUE 0.
           01 WS-BLOCKED-COUNT      PIC 9(5) VALUE 0.
           01 WS-REISSUED-COUNT     PIC 9(5) VALUE 0.
           01 WS-CLOSED-COUNT       PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-RENEWED-COUNT      PIC 9(5) VALUE 0.
           01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
           01 WS-DEFERRED-COUNT     PIC 9(5) VALUE 0.
           01 WS-EXTRACT-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-CARDS
               PERFORM LOAD-CUSTODIAL-ACCOUNTS
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-INIT TO TRUE
               MOVE WS-TODAY TO COQ-BUSDATE
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
               OPEN OUTPUT REISSUE-FILE
               IF NOT WS-REISSUE-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "CARD-REISSUE-EXTRACT.dat"
                   DISPLAY "FILE STATUS: " WS-REISSUE-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT MAINT-REQUESTS
               IF WS-REQ-FILE-OK
                   PERFORM APPLY-REQUESTS
               ELSE
                   DISPLAY "  No CARD-MAINT-REQUESTS.dat to process"
               END-IF
               PERFORM DETERMINE-MONTH-END
               IF MONTH-END-TONIGHT
                   PERFORM RENEW-EXPIRING-CARDS
               END-IF
               CLOSE REISSUE-FILE
               IF WS-CARD-CHANGED = "Y"
                   PERFORM REWRITE-CARDS
               END-IF
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-SAVE TO TRUE
               MOVE WS-TODAY TO COQ-BUSDATE
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
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
               MOVE WS-TODAY(1:7) TO WS-TODAY-MONTH
               MOVE WS-DATE-INT(1:4) TO WS-PARSE-YEAR
               MOVE WS-DATE-INT(5:2) TO WS-PARSE-MM
               COMPUTE WS-TODAY-MONTHS =
                   WS-PARSE-YEAR * 12 + WS-PARSE-MM
               COMPUTE WS-WINDOW-MONTHS =
                   WS-TODAY-MONTHS + WS-RENEWAL-MONTHS
      *        A new plastic runs to the same month this many years
      *        out.
               COMPUTE WS-NEW-EXPIRY-YEAR =
                   WS-PARSE-YEAR + WS-CARD-LIFE-YEARS
               MOVE WS-NEW-EXPIRY-YEAR TO WS-NEW-EXPIRY(1:4)
               MOVE "-" TO WS-NEW-EXPIRY(5:1)
               MOVE WS-DATE-INT(5:2) TO WS-NEW-EXPIRY(6:2)
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    Last business day of the month - same test LOAN-ALLOWANCE
      *    makes, so the renewal run lands once a month.
           DETERMINE-MONTH-END.
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
                   MOVE "Y" TO WS-MONTH-END
               END-IF.

      *    --- Optional file: only relationships not yet converted
      *        to the former minor restrict the card ---
           LOAD-CUSTODIAL-ACCOUNTS.
               OPEN INPUT CUSTODIAL-FILE
               IF WS-CST-FILE-OK
                   PERFORM READ-ONE-CUSTODIAL
                       UNTIL END-OF-CST-LOAD
                   CLOSE CUSTODIAL-FILE
               END-IF.

           READ-ONE-CUSTODIAL.
               READ CUSTODIAL-FILE INTO CUSTODIAL-IO
               AT END
                   MOVE "Y" TO WS-EOF-CST
               NOT AT END
                   MOVE CUSTODIAL-IO TO CUSTODIAL-RECORD
                   IF WS-CST-COUNT < WS-CST-MAX
                   AND CST-ACCOUNT-ID NOT = SPACES
                   AND NOT CST-CONVERTED
                       ADD 1 TO WS-CST-COUNT
                       MOVE CST-ACCOUNT-ID
                           TO WCS-ACCOUNT-ID(WS-CST-COUNT)
                       MOVE CST-CUSTODIAN-ID
                           TO WCS-CUSTODIAN-ID(WS-CST-COUNT)
                   END-IF
               END-READ.

           FIND-CUSTODIAN.
               MOVE SPACES TO WS-CUSTODIAN-ID
               PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > WS-CST-COUNT
                   IF WCS-ACCOUNT-ID(WS-CST-IDX) = WS-FIND-ACCOUNT-ID
                       MOVE WCS-CUSTODIAN-ID(WS-CST-IDX)
                           TO WS-CUSTODIAN-ID
                   END-IF
               END-PERFORM.

      *    --- Optional file: absent before the first card ---
           LOAD-CARDS.
               OPEN INPUT CARD-FILE
               IF WS-CARD-FILE-OK
                   PERFORM READ-ONE-CARD
                       UNTIL END-OF-CARD-LOAD
                   CLOSE CARD-FILE
               END-IF.

           READ-ONE-CARD.
               READ CARD-FILE INTO CARD-IO
               AT END
                   MOVE "Y" TO WS-EOF-CARD
               NOT AT END
                   IF WS-CARD-COUNT < WS-CARD-MAX
                   AND CARD-IO(1:16) NOT = SPACES
                       ADD 1 TO WS-CARD-COUNT
                       MOVE CARD-IO TO WCD-RECORD(WS-CARD-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    Lifecycle requests.
      *================================================================
           APPLY-REQUESTS.
               OPEN OUTPUT RESULTS-FILE
               IF NOT WS-RESULTS-FILE-OK
                   DISPLAY "ERROR: Cannot open CARD-MAINT-RESULTS.dat"
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
                   MOVE MAINT-REQUEST-IO TO CARD-MAINT-RECORD
                   MOVE "C07" TO WS-REQ-OUTCOME
                   EVALUATE TRUE
                       WHEN CMR-ISSUE
                           PERFORM APPLY-ISSUE
                       WHEN CMR-ACTIVATE
                           PERFORM APPLY-ACTIVATE
                       WHEN CMR-LOST
                           PERFORM APPLY-LOST
                       WHEN CMR-REISSUE
                           PERFORM APPLY-REISSUE
                       WHEN CMR-CLOSE
                           PERFORM APPLY-CLOSE
                   END-EVALUATE
                   IF WS-REQ-OUTCOME NOT = "APR"
                   AND WS-REQ-OUTCOME NOT = "C10"
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
                   PERFORM WRITE-RESULT
               END-IF
               PERFORM READ-NEXT-REQUEST.

      *    The full number stays on the master and the vendor
      *    extract; the results file shows the last four digits.
           WRITE-RESULT.
               MOVE WS-REQ-OUTCOME TO CMR-OUTCOME
               MOVE CMR-CARD-NUMBER TO WS-MASK-IN
               PERFORM MASK-CARD-NUMBER
               MOVE WS-MASK-OUT TO CMR-CARD-NUMBER
               IF CMR-NEW-CARD-NUMBER NOT = SPACES
                   MOVE CMR-NEW-CARD-NUMBER TO WS-MASK-IN
                   PERFORM MASK-CARD-NUMBER
                   MOVE WS-MASK-OUT TO CMR-NEW-CARD-NUMBER
               END-IF
               MOVE CARD-MAINT-RECORD TO RESULTS-RECORD
               WRITE RESULTS-RECORD.

           MASK-CARD-NUMBER.
               MOVE ALL "*" TO WS-MASK-OUT
               MOVE WS-MASK-IN(13:4) TO WS-MASK-OUT(13:4).

           FIND-CARD.
               MOVE 0 TO WS-CARD-FOUND-IDX
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WCD-RECORD(WS-CARD-IDX)(1:16)
                       = WS-FIND-CARD-NUMBER
                       MOVE WS-CARD-IDX TO WS-CARD-FOUND-IDX
                   END-IF
               END-PERFORM.

           APPLY-ISSUE.
               MOVE CMR-CARD-NUMBER TO WS-CHECK-NUMBER
               PERFORM CHECK-CARD-NUMBER
               MOVE CMR-CARD-NUMBER TO WS-FIND-CARD-NUMBER
               PERFORM FIND-CARD
               MOVE CMR-ACCOUNT-ID TO WS-FIND-ACCOUNT-ID
               PERFORM FIND-ACCOUNT
               MOVE CMR-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID
               PERFORM FIND-CARDHOLDER
               MOVE CMR-ACCOUNT-ID TO WS-FIND-ACCOUNT-ID
               PERFORM FIND-CUSTODIAN
               EVALUATE TRUE
                   WHEN NOT CARD-NUMBER-VALID
                       MOVE "C05" TO WS-REQ-OUTCOME
                   WHEN WS-CARD-FOUND-IDX > 0
                       MOVE "C02" TO WS-REQ-OUTCOME
                   WHEN NOT ACCOUNT-USABLE
                       MOVE "C04" TO WS-REQ-OUTCOME
                   WHEN NOT CARDHOLDER-ON-CIF
                       MOVE "C06" TO WS-REQ-OUTCOME
                   WHEN WS-CUSTODIAN-ID NOT = SPACES
                    AND CMR-CUSTOMER-ID NOT = WS-CUSTODIAN-ID
                       MOVE "C09" TO WS-REQ-OUTCOME
                   WHEN WS-CARD-COUNT NOT < WS-CARD-MAX
                       MOVE "C08" TO WS-REQ-OUTCOME
                   WHEN OTHER
                       MOVE SPACES TO CARD-MASTER-RECORD
                       MOVE CMR-CARD-NUMBER TO CM-CARD-NUMBER
                       MOVE CMR-ACCOUNT-ID  TO CM-ACCOUNT-ID
                       MOVE CMR-CUSTOMER-ID TO CM-CUSTOMER-ID
                       PERFORM SET-REQUESTED-TERMS
                       PERFORM ADD-NEW-CARD
                       ADD 1 TO WS-ISSUED-COUNT
                       MOVE "APR" TO WS-REQ-OUTCOME
               END-EVALUATE.

      *    Expiry and limits from the request, defaults where the
      *    request leaves them blank or zero.
           SET-REQUESTED-TERMS.
               IF CMR-EXPIRY-MONTH(1:4) IS NUMERIC
               AND CMR-EXPIRY-MONTH(6:2) IS NUMERIC
                   MOVE CMR-EXPIRY-MONTH TO CM-EXPIRY-MONTH
               ELSE
                   MOVE WS-NEW-EXPIRY TO CM-EXPIRY-MONTH
               END-IF
               IF CMR-ATM-LIMIT-X IS NUMERIC
               AND CMR-ATM-LIMIT > 0
                   MOVE CMR-ATM-LIMIT TO CM-ATM-DAILY-LIMIT
               ELSE
                   IF CM-ATM-DAILY-LIMIT IS NOT NUMERIC
                       MOVE WS-DEFAULT-ATM-LIMIT
                           TO CM-ATM-DAILY-LIMIT
                   END-IF
               END-IF
               IF CMR-POS-LIMIT-X IS NUMERIC
               AND CMR-POS-LIMIT > 0
                   MOVE CMR-POS-LIMIT TO CM-POS-DAILY-LIMIT
               ELSE
                   IF CM-POS-DAILY-LIMIT IS NOT NUMERIC
                       MOVE WS-DEFAULT-POS-LIMIT
                           TO CM-POS-DAILY-LIMIT
                   END-IF
               END-IF.

      *    CARD-MASTER-RECORD carries the new card's number, party
      *    and terms; it goes on file issued and unused, and to the
      *    vendor for its plastic.
           ADD-NEW-CARD.
               SET CM-ISSUED TO TRUE
               MOVE WS-TODAY TO CM-STATUS-DATE
               MOVE SPACES TO CM-REISSUE-MONTH
               MOVE SPACES TO CM-USAGE-DATE
               MOVE 0 TO CM-ATM-USED
               MOVE 0 TO CM-POS-USED
               ADD 1 TO WS-CARD-COUNT
               MOVE CARD-MASTER-RECORD TO WCD-RECORD(WS-CARD-COUNT)
               MOVE "Y" TO WS-CARD-CHANGED
               MOVE SPACES TO CARD-REISSUE-RECORD
               IF CMR-ISSUE
                   SET CRX-NEW-ISSUE TO TRUE
               ELSE
                   SET CRX-ON-REQUEST TO TRUE
               END-IF
               MOVE SPACES TO CRX-OLD-EXPIRY
               PERFORM WRITE-REISSUE-ROW.

           APPLY-ACTIVATE.
               MOVE CMR-CARD-NUMBER TO WS-FIND-CARD-NUMBER
               PERFORM FIND-CARD
               IF WS-CARD-FOUND-IDX = 0
                   MOVE "C01" TO WS-REQ-OUTCOME
               ELSE
                   MOVE WCD-RECORD(WS-CARD-FOUND-IDX)
                       TO CARD-MASTER-RECORD
                   IF CM-ISSUED
                       SET CM-ACTIVE TO TRUE
                       PERFORM STORE-CARD-CHANGE
                       ADD 1 TO WS-ACTIVATED-COUNT
                   ELSE
                       MOVE "C03" TO WS-REQ-OUTCOME
                   END-IF
               END-IF.

           APPLY-LOST.
               MOVE CMR-CARD-NUMBER TO WS-FIND-CARD-NUMBER
               PERFORM FIND-CARD
               IF WS-CARD-FOUND-IDX = 0
                   MOVE "C01" TO WS-REQ-OUTCOME
               ELSE
                   MOVE WCD-RECORD(WS-CARD-FOUND-IDX)
                       TO CARD-MASTER-RECORD
                   IF CM-ISSUED OR CM-ACTIVE
                       SET CM-LOST-STOLEN TO TRUE
                       PERFORM STORE-CARD-CHANGE
                       ADD 1 TO WS-BLOCKED-COUNT
                   ELSE
                       MOVE "C03" TO WS-REQ-OUTCOME
                   END-IF
               END-IF.

           APPLY-CLOSE.
               MOVE CMR-CARD-NUMBER TO WS-FIND-CARD-NUMBER
               PERFORM FIND-CARD
               IF WS-CARD-FOUND-IDX = 0
                   MOVE "C01" TO WS-REQ-OUTCOME
               ELSE
                   MOVE WCD-RECORD(WS-CARD-FOUND-IDX)
                       TO CARD-MASTER-RECORD
                   IF CM-CLOSED
                       MOVE "C03" TO WS-REQ-OUTCOME
                   ELSE
                       SET CM-CLOSED TO TRUE
                       PERFORM STORE-CARD-CHANGE
                       ADD 1 TO WS-CLOSED-COUNT
                   END-IF
               END-IF.

           STORE-CARD-CHANGE.
               MOVE WS-TODAY TO CM-STATUS-DATE
               MOVE CARD-MASTER-RECORD
                   TO WCD-RECORD(WS-CARD-FOUND-IDX)
               MOVE "Y" TO WS-CARD-CHANGED
               MOVE "APR" TO WS-REQ-OUTCOME.

      *    Renewal in place keeps the number and status and moves the
      *    expiry; a replacement number retires the old card and
      *    issues the new one on the same account and party.
           APPLY-REISSUE.
               MOVE CMR-CARD-NUMBER TO WS-FIND-CARD-NUMBER
               PERFORM FIND-CARD
               IF WS-CARD-FOUND-IDX = 0
                   MOVE "C01" TO WS-REQ-OUTCOME
               ELSE
                   MOVE WCD-RECORD(WS-CARD-FOUND-IDX)
                       TO CARD-MASTER-RECORD
                   MOVE CM-ACCOUNT-ID TO WS-FIND-ACCOUNT-ID
                   PERFORM FIND-CUSTODIAN
                   PERFORM CHECK-COOLING-OFF
                   EVALUATE TRUE
                       WHEN WS-CUSTODIAN-ID NOT = SPACES
                       AND CM-CUSTOMER-ID NOT = WS-CUSTODIAN-ID
                           MOVE "C09" TO WS-REQ-OUTCOME
                       WHEN COR-HELD
                           MOVE "C10" TO WS-REQ-OUTCOME
                           ADD 1 TO WS-HELD-COUNT
                       WHEN COR-DECLINED
                           MOVE "C11" TO WS-REQ-OUTCOME
                       WHEN CMR-NEW-CARD-NUMBER = SPACES
                           PERFORM RENEW-CARD-IN-PLACE
                       WHEN OTHER
                           PERFORM REPLACE-CARD
                   END-EVALUATE
               END-IF.

      *    A new plastic on an account inside a cooling-off window
      *    goes to review first; the request as read is the item,
      *    keyed on the card number. A reviewer's release lets the
      *    re-fed request through.
           CHECK-COOLING-OFF.
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-CHECK TO TRUE
               MOVE WS-TODAY      TO COQ-BUSDATE
               MOVE CM-ACCOUNT-ID TO COQ-ACCOUNT-ID
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
               IF COR-WINDOW-OPEN
               AND (WS-CUSTODIAN-ID = SPACES
                   OR CM-CUSTOMER-ID = WS-CUSTODIAN-ID)
                   SET COQ-HOLD TO TRUE
                   MOVE "CRD"            TO COQ-CHANNEL
                   MOVE 0                TO COQ-AMOUNT
                   MOVE CMR-CARD-NUMBER  TO COQ-ITEM-KEY
                   MOVE MAINT-REQUEST-IO TO COQ-ITEM
                   CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                                  COOLING-OFF-REPLY
               END-IF.

           RENEW-CARD-IN-PLACE.
               IF CM-ISSUED OR CM-ACTIVE
                   MOVE CM-EXPIRY-MONTH TO WS-OLD-EXPIRY
                   PERFORM SET-REQUESTED-TERMS
                   MOVE CARD-MASTER-RECORD
                       TO WCD-RECORD(WS-CARD-FOUND-IDX)
                   MOVE "Y" TO WS-CARD-CHANGED
                   MOVE SPACES TO CARD-REISSUE-RECORD
                   MOVE WS-OLD-EXPIRY TO CRX-OLD-EXPIRY
                   SET CRX-ON-REQUEST TO TRUE
                   PERFORM WRITE-REISSUE-ROW
                   ADD 1 TO WS-REISSUED-COUNT
                   MOVE "APR" TO WS-REQ-OUTCOME
               ELSE
                   MOVE "C03" TO WS-REQ-OUTCOME
               END-IF.

           REPLACE-CARD.
               MOVE CMR-NEW-CARD-NUMBER TO WS-CHECK-NUMBER
               PERFORM CHECK-CARD-NUMBER
      *        Hold the old card's slot while the new number is looked
      *        up - it must not be on file already.
               MOVE WS-CARD-FOUND-IDX TO WS-OLD-CARD-IDX
               MOVE CMR-NEW-CARD-NUMBER TO WS-FIND-CARD-NUMBER
               PERFORM FIND-CARD
               EVALUATE TRUE
                   WHEN CM-CLOSED
                       MOVE "C03" TO WS-REQ-OUTCOME
                   WHEN NOT CARD-NUMBER-VALID
                       MOVE "C05" TO WS-REQ-OUTCOME
                   WHEN WS-CARD-FOUND-IDX > 0
                       MOVE "C02" TO WS-REQ-OUTCOME
                   WHEN WS-CARD-COUNT NOT < WS-CARD-MAX
                       MOVE "C08" TO WS-REQ-OUTCOME
                   WHEN OTHER
                       IF NOT CM-LOST-STOLEN
                           SET CM-CLOSED TO TRUE
                       END-IF
                       MOVE WS-TODAY TO CM-STATUS-DATE
                       MOVE CARD-MASTER-RECORD
                           TO WCD-RECORD(WS-OLD-CARD-IDX)
                       MOVE CMR-NEW-CARD-NUMBER TO CM-CARD-NUMBER
                       PERFORM SET-REQUESTED-TERMS
                       PERFORM ADD-NEW-CARD
                       ADD 1 TO WS-REISSUED-COUNT
                       MOVE "APR" TO WS-REQ-OUTCOME
               END-EVALUATE.

      *    Sixteen digits whose Luhn sum is a multiple of ten: from
      *    the left, every odd position is doubled (less nine when
      *    that runs past nine).
           CHECK-CARD-NUMBER.
               MOVE "N" TO WS-NUMBER-VALID
               IF WS-CHECK-NUMBER IS NUMERIC
                   MOVE 0 TO WS-DIGIT-SUM
                   PERFORM VARYING WS-DIGIT-POS FROM 1 BY 1
                       UNTIL WS-DIGIT-POS > 16
                       MOVE WS-CHECK-NUMBER(WS-DIGIT-POS:1)
                           TO WS-DIGIT
                       DIVIDE WS-DIGIT-POS BY 2
                           GIVING WS-SUM-QUOT REMAINDER WS-SUM-REM
                       IF WS-SUM-REM = 1
                           COMPUTE WS-DIGIT = WS-DIGIT * 2
                           IF WS-DIGIT > 9
                               SUBTRACT 9 FROM WS-DIGIT
                           END-IF
                       END-IF
                       ADD WS-DIGIT TO WS-DIGIT-SUM
                   END-PERFORM
                   DIVIDE WS-DIGIT-SUM BY 10
                       GIVING WS-SUM-QUOT REMAINDER WS-SUM-REM
                   IF WS-SUM-REM = 0
                       MOVE "Y" TO WS-NUMBER-VALID
                   END-IF
               END-IF.

      *    One pass of the master per lookup - card requests are a
      *    handful a day.
           FIND-ACCOUNT.
               MOVE "N" TO WS-ACCT-FOUND
               MOVE "N" TO WS-EOF-ACCT
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCT-FILE-OK
                   PERFORM READ-ONE-ACCOUNT
                       UNTIL END-OF-ACCOUNTS
                   CLOSE ACCOUNTS-FILE
               END-IF.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   MOVE ACCOUNT-IO TO ACCOUNT-RECORD
                   IF AR-ACCOUNT-ID = WS-FIND-ACCOUNT-ID
                       IF AR-ACTIVE
                           MOVE "Y" TO WS-ACCT-FOUND
                       END-IF
                       MOVE "Y" TO WS-EOF-ACCT
                   END-IF
               END-READ.

      *    Leaves CUSTOMER-RECORD holding the party when found - the
      *    vendor extract takes its mailing name and address.
           FIND-CARDHOLDER.
               MOVE "N" TO WS-CUST-FOUND
               MOVE "N" TO WS-EOF-CUST
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM READ-ONE-CUSTOMER
                       UNTIL END-OF-CUSTOMERS
                   CLOSE CUSTOMER-FILE
               END-IF
               IF NOT CARDHOLDER-ON-CIF
                   MOVE SPACES TO CUSTOMER-RECORD
               END-IF.

           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   MOVE CUSTOMER-IO TO CUSTOMER-RECORD
                   IF CU-CUSTOMER-ID = WS-FIND-CUSTOMER-ID
                       IF NOT CU-MERGED-AWAY
                           MOVE "Y" TO WS-CUST-FOUND
                       END-IF
                       MOVE "Y" TO WS-EOF-CUST
                   END-IF
               END-READ.

      *================================================================
      *    Vendor extract.
      *================================================================
      *    CARD-MASTER-RECORD holds the card as it now stands;
      *    CRX-REASON and CRX-OLD-EXPIRY are already set.
           WRITE-REISSUE-ROW.
               MOVE CM-CARD-NUMBER  TO CRX-CARD-NUMBER
               MOVE CM-EXPIRY-MONTH TO CRX-NEW-EXPIRY
               MOVE CM-ACCOUNT-ID   TO CRX-ACCOUNT-ID
               MOVE CM-CUSTOMER-ID  TO CRX-CUSTOMER-ID
               MOVE WS-TODAY        TO CRX-EXTRACT-DATE
               MOVE CM-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID
               PERFORM FIND-CARDHOLDER
               MOVE CU-NAME           TO CRX-NAME
               MOVE CU-ADDR-LINE-1    TO CRX-ADDR-LINE-1
               MOVE CU-ADDR-LINE-2    TO CRX-ADDR-LINE-2
               MOVE CU-CITY-STATE-ZIP TO CRX-CITY-STATE-ZIP
               MOVE CARD-REISSUE-RECORD TO REISSUE-IO
               WRITE REISSUE-IO
               ADD 1 TO WS-EXTRACT-COUNT.

      *    Month-end: every live card whose plastic runs out by the
      *    end of the renewal window gets a new expiry and goes to
      *    the vendor. Moving the expiry is what keeps the card off
      *    next month's run.
           RENEW-EXPIRING-CARDS.
               PERFORM RENEW-ONE-CARD
                   VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT.

           RENEW-ONE-CARD.
               MOVE WCD-RECORD(WS-CARD-IDX) TO CARD-MASTER-RECORD
               IF (CM-ISSUED OR CM-ACTIVE)
               AND CM-EXPIRY-MONTH(1:4) IS NUMERIC
               AND CM-EXPIRY-MONTH(6:2) IS NUMERIC
                   MOVE CM-EXPIRY-MONTH(1:4) TO WS-PARSE-YEAR
                   MOVE CM-EXPIRY-MONTH(6:2) TO WS-PARSE-MM
                   COMPUTE WS-EXPIRY-MONTHS =
                       WS-PARSE-YEAR * 12 + WS-PARSE-MM
                   IF WS-EXPIRY-MONTHS NOT > WS-WINDOW-MONTHS
                       PERFORM CHECK-RENEWAL-WINDOW
                       IF COR-WINDOW-OPEN
                           ADD 1 TO WS-DEFERRED-COUNT
                       ELSE
                           MOVE SPACES TO CARD-REISSUE-RECORD
                           MOVE CM-EXPIRY-MONTH TO CRX-OLD-EXPIRY
                           SET CRX-EXPIRY-RENEWAL TO TRUE
                           MOVE WS-NEW-EXPIRY TO CM-EXPIRY-MONTH
                           MOVE WS-TODAY-MONTH TO CM-REISSUE-MONTH
                           MOVE CARD-MASTER-RECORD
                               TO WCD-RECORD(WS-CARD-IDX)
                           MOVE "Y" TO WS-CARD-CHANGED
                           PERFORM WRITE-REISSUE-ROW
                           ADD 1 TO WS-RENEWED-COUNT
                       END-IF
                   END-IF
               END-IF.

      *    A renewal is the bank's own doing, so it is not held for
      *    review - inside a window it simply waits a month.
           CHECK-RENEWAL-WINDOW.
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-CHECK TO TRUE
               MOVE WS-TODAY      TO COQ-BUSDATE
               MOVE CM-ACCOUNT-ID TO COQ-ACCOUNT-ID
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY.

           REWRITE-CARDS.
               OPEN OUTPUT CARD-FILE
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   MOVE WCD-RECORD(WS-CARD-IDX) TO CARD-IO
                   WRITE CARD-IO
               END-PERFORM
               CLOSE CARD-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Debit Card Maintenance"
               DISPLAY "=============================================="
               DISPLAY "  Requests Processed : " WS-REQ-COUNT
               DISPLAY "  Cards Issued       : " WS-ISSUED-COUNT
               DISPLAY "  Cards Activated    : " WS-ACTIVATED-COUNT
               DISPLAY "  Lost/Stolen Blocks : " WS-BLOCKED-COUNT
               DISPLAY "  Cards Reissued     : " WS-REISSUED-COUNT
               DISPLAY "  Cards Closed       : " WS-CLOSED-COUNT
               DISPLAY "  Rejected           : " WS-REJECTED-COUNT
               DISPLAY "  Expiry Renewals    : " WS-RENEWED-COUNT
               DISPLAY "  Held (Cooling-Off) : " WS-HELD-COUNT
               DISPLAY "  Renewals Deferred  : " WS-DEFERRED-COUNT
               DISPLAY "  Sent to Vendor     : " WS-EXTRACT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/CARD-MASTER.dat"
               DISPLAY "  → data/output/CARD-MAINT-RESULTS.dat"
               DISPLAY "  → data/output/CARD-REISSUE-EXTRACT.dat"
               DISPLAY "==============================================".
