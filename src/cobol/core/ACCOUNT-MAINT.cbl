      *                      carries overdraft protection)
      *                M11 - OPEN: this run's working set of
      *                      touched accounts is already full
      *                M15 - ODOPTIN: the account's product never
      *                      carries overdraft
      *                M16 - ODOPTIN/ODOPTOT: channel is not B, P, O
      *                      or W
      *              A close (plain or settled) stamps the close date
      *              as the account's last activity date, which is
      *              how OFFICER-PORTFOLIO counts a month's closures.
      *              RETITLE puts the name in AM-NAME on an account
      *              that is not closed (M03 not found, M08 closed) -
      *              the ownership change CUSTODIAL-PROC queues when a
      *              custodial account passes to the former minor -
      *              with the old and new names on the audit trail.
      *              ODOPTIN and ODOPTOT record an account's consent
      *              to overdraft coverage of ATM and one-time debit
      *              card items, or its revocation (Regulation E -
      *              without it AUTH-HOLD-PROC declines a card item
      *              that would overdraw and FEE-ENGINE charges no
      *              overdraft fee on one that does anyway), on the
      *              companion file OD-OPT-INS.dat with the date,
      *              the channel it came through and the operator
      *              who took it. The file streams through once at
      *              the end of the run with this run's changes
      *              overlaid. Each change goes on the audit trail
      *              and queues an ODOPTIN/ODOPTOUT confirmation
      *              letter on NOTICE-REQUESTS.dat for LETTER-ENGINE.
      *              TELLER-ENTRY queues these requests from the
      *              branch.
      *              ADJUST applies a direct balance correction (an
      *              out-of-band change - it bypasses the daily
      *              transaction pipeline and its limit/duplicate
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-STATUS.

      *        Overdraft opt-in companion file (optional - missing
      *        means no account has opted in), rewritten through
      *        OD-OPT-INS-NEW.dat the way the master is.
               SELECT OD-OPTIN-FILE
                   ASSIGN TO "data/input/OD-OPT-INS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPTIN-STATUS.

               SELECT OD-OPTIN-OUT
                   ASSIGN TO "data/output/OD-OPT-INS-NEW.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPTOUT-STATUS.

      *        Opt-in/revocation confirmation letters queue here for
      *        LETTER-ENGINE.
               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNTS-IN.
           01 RATES-FILE-RECORD     PIC X(39).

           FD FEE-SCHEDULE-FILE.
           01 FEE-SCHEDULE-IO       PIC X(80).

           FD ACCRUED-INT-FILE.
           COPY "ACCRUED-INTEREST-RECORD.cpy".
           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).

           FD OD-OPTIN-FILE.
           01 OD-OPTIN-IO           PIC X(50).

           FD OD-OPTIN-OUT.
           01 OD-OPTOUT-IO          PIC X(50).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(90).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS        PIC X(2).
               88 WS-ACCT-FILE-OK       VALUE "00".
                   10 WE-CURRENCY      PIC X(03).
                   10 WE-NEW           PIC X(01).
                   10 WE-WRITTEN       PIC X(01).
      *            Overdraft consent taken this run: Y/N as for
      *            OI-STATUS, space when the account's consent was
      *            not touched.
                   10 WE-OPTIN-STATUS  PIC X(01).
                   10 WE-OPTIN-CHANNEL PIC X(01).
                   10 WE-OPTIN-OPER    PIC X(06).
                   10 WE-OPTIN-DONE    PIC X(01).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-FOUND-IDX          PIC 9(4) VALUE 0.
           01 WS-PROBE-STATUS       PIC X(2).
           01 WS-SETPEND-IDX        PIC 9(3).
           01 WS-SETCLOSED-COUNT    PIC 999 VALUE 0.
           01 WS-CONVERTED-COUNT    PIC 999 VALUE 0.
           01 WS-RETITLED-COUNT     PIC 999 VALUE 0.
           01 WS-OPTED-IN-COUNT     PIC 999 VALUE 0.
           01 WS-OPTED-OUT-COUNT    PIC 999 VALUE 0.

      *    --- Overdraft opt-in (Regulation E) ---
           COPY "OD-OPT-IN-RECORD.cpy".
           01 WS-OPTIN-STATUS       PIC X(2).
               88 WS-OPTIN-FILE-OK     VALUE "00".
           01 WS-OPTOUT-STATUS      PIC X(2).
               88 WS-OPTOUT-FILE-OK    VALUE "00".
           01 WS-EOF-OPTIN          PIC X VALUE "N".
               88 END-OF-OPTIN         VALUE "Y".
           01 WS-OPTIN-CHANGED      PIC X VALUE "N".
           01 WS-NOTICE-STATUS      PIC X(2).
           01 WS-NOTICE-OPEN        PIC X VALUE "N".
           01 WS-CHANNEL-TEXT       PIC X(07).

      *    --- Dual control over large adjustments ---
           01 WS-ADJUST-DUAL-THRESHOLD PIC 9(7)V99 VALUE 1000.00.
                   PERFORM REWRITE-ACCRUED-INTEREST
               END-IF
               PERFORM MERGE-UPDATED-ACCOUNTS
               IF WS-OPTIN-CHANGED = "Y"
                   PERFORM REWRITE-OD-OPT-INS
               END-IF
               PERFORM REWRITE-PENDING-ADJUSTMENTS
               PERFORM REWRITE-SETTLE-PENDING
               PERFORM WRITE-PENDING-ADJ-REPORT
               CLOSE MAINT-REQUESTS
               CLOSE RESULTS-FILE
               CLOSE AUDIT-TRAIL-FILE
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF
               PERFORM DISPLAY-RESULTS
               STOP RUN.

                       TO WE-CURRENCY(WS-IDX)
                   MOVE "N" TO WE-NEW(WS-IDX)
                   MOVE "N" TO WE-WRITTEN(WS-IDX)
                   MOVE SPACE TO WE-OPTIN-STATUS(WS-IDX)
               END-IF.

      *    Both streaming passes lean on the master being in account
                       PERFORM APPLY-SETTLE
                   WHEN AM-CONVERT
                       PERFORM APPLY-CONVERT
                   WHEN AM-RETITLE
                       PERFORM APPLY-RETITLE
                   WHEN AM-OD-OPT-IN
                       PERFORM APPLY-OD-OPT-IN
                   WHEN AM-OD-OPT-OUT
                       PERFORM APPLY-OD-OPT-OUT
                   WHEN OTHER
                       MOVE "N"   TO WS-VALID
                       SET AM-ERR-BAD-ACTION TO TRUE
                   END-IF
                   MOVE "Y" TO WE-NEW(WS-IDX)
                   MOVE "N" TO WE-WRITTEN(WS-IDX)
                   MOVE SPACE TO WE-OPTIN-STATUS(WS-IDX)
                   ADD 1 TO WS-OPENED-COUNT
               ELSE
                   MOVE "N" TO WS-VALID
                           SET AM-ERR-BAL-NOT-ZERO TO TRUE
                       ELSE
                           MOVE "C" TO WE-STATUS(WS-FOUND-IDX)
                           MOVE WS-TODAY TO WE-LAST-DATE(WS-FOUND-IDX)
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
                   END-IF
               MOVE AUDIT-TRAIL-RECORD TO AUDIT-OUT-RECORD
               WRITE AUDIT-OUT-RECORD.

           APPLY-RETITLE.
               IF WS-FOUND-IDX = 0
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-NOT-FOUND TO TRUE
               ELSE
                   IF WE-STATUS(WS-FOUND-IDX) = "C"
                       MOVE "N" TO WS-VALID
                       SET AM-ERR-CLOSED TO TRUE
                   ELSE
                       PERFORM WRITE-RETITLE-AUDIT
                       MOVE AM-NAME  TO WE-NAME(WS-FOUND-IDX)
                       MOVE WS-TODAY TO WE-LAST-DATE(WS-FOUND-IDX)
                       ADD 1 TO WS-RETITLED-COUNT
                   END-IF
               END-IF.

      *    Old and new names share AT-REASON the way CONVERT's types
      *    do - the new name is cut short where the pair overflows.
           WRITE-RETITLE-AUDIT.
               MOVE SPACES TO AUDIT-TRAIL-RECORD
               MOVE WS-TODAY           TO AT-DATE
               MOVE AM-ACCOUNT-ID      TO AT-ACCOUNT-ID
               MOVE "RETITLED  "       TO AT-ACTION
               MOVE WE-BALANCE(WS-FOUND-IDX) TO AT-OLD-BALANCE
               MOVE 0                  TO AT-ADJ-AMOUNT
               MOVE WE-BALANCE(WS-FOUND-IDX) TO AT-NEW-BALANCE
               MOVE SPACES TO AT-REASON
               STRING WE-NAME(WS-FOUND-IDX) DELIMITED "  "
                   ">" DELIMITED SIZE
                   AM-NAME DELIMITED "  "
                   INTO AT-REASON
               MOVE AUDIT-TRAIL-RECORD TO AUDIT-OUT-RECORD
               WRITE AUDIT-OUT-RECORD.

      *    Consent is only meaningful where the product can carry
      *    an overdraft at all (M15). A repeat opt-in is taken again
      *    - the date and channel move to the latest consent and a
      *    fresh confirmation goes out.
           APPLY-OD-OPT-IN.
               IF WS-FOUND-IDX = 0
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-NOT-FOUND TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF WE-STATUS(WS-FOUND-IDX) = "C"
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-CLOSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WE-TYPE(WS-FOUND-IDX) TO WS-PRD-LOOKUP-TYPE
               PERFORM FIND-PRODUCT
               IF WS-PRD-FOUND-IDX = 0
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-NO-OD-PRODUCT TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF WPR-OD-ALLOWED(WS-PRD-FOUND-IDX) NOT = "Y"
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-NO-OD-PRODUCT TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE AM-OPTIN-CHANNEL TO OI-CHANNEL
               IF NOT OI-VALID-CHANNEL
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-BAD-CHANNEL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WE-OPTIN-STATUS(WS-FOUND-IDX)
               PERFORM RECORD-OD-CONSENT
               ADD 1 TO WS-OPTED-IN-COUNT.

      *    Revocation is always honored, whatever the product.
           APPLY-OD-OPT-OUT.
               IF WS-FOUND-IDX = 0
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-NOT-FOUND TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF WE-STATUS(WS-FOUND-IDX) = "C"
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-CLOSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE AM-OPTIN-CHANNEL TO OI-CHANNEL
               IF NOT OI-VALID-CHANNEL
                   MOVE "N" TO WS-VALID
                   SET AM-ERR-BAD-CHANNEL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WE-OPTIN-STATUS(WS-FOUND-IDX)
               PERFORM RECORD-OD-CONSENT
               ADD 1 TO WS-OPTED-OUT-COUNT.

           RECORD-OD-CONSENT.
               MOVE AM-OPTIN-CHANNEL  TO WE-OPTIN-CHANNEL(WS-FOUND-IDX)
               MOVE AM-OPTIN-OPERATOR TO WE-OPTIN-OPER(WS-FOUND-IDX)
               MOVE "N"               TO WE-OPTIN-DONE(WS-FOUND-IDX)
               MOVE "Y" TO WS-OPTIN-CHANGED
               EVALUATE AM-OPTIN-CHANNEL
                   WHEN "B"
                       MOVE "BRANCH " TO WS-CHANNEL-TEXT
                   WHEN "P"
                       MOVE "PHONE  " TO WS-CHANNEL-TEXT
                   WHEN "O"
                       MOVE "ONLINE " TO WS-CHANNEL-TEXT
                   WHEN OTHER
                       MOVE "WRITTEN" TO WS-CHANNEL-TEXT
               END-EVALUATE
               PERFORM WRITE-OD-CONSENT-AUDIT
               PERFORM QUEUE-OD-CONSENT-LETTER.

           WRITE-OD-CONSENT-AUDIT.
               MOVE SPACES TO AUDIT-TRAIL-RECORD
               MOVE WS-TODAY           TO AT-DATE
               MOVE AM-ACCOUNT-ID      TO AT-ACCOUNT-ID
               IF AM-OD-OPT-IN
                   SET AT-OD-OPT-IN    TO TRUE
               ELSE
                   SET AT-OD-OPT-OUT   TO TRUE
               END-IF
               MOVE WE-BALANCE(WS-FOUND-IDX) TO AT-OLD-BALANCE
               MOVE 0                  TO AT-ADJ-AMOUNT
               MOVE WE-BALANCE(WS-FOUND-IDX) TO AT-NEW-BALANCE
               MOVE SPACES TO AT-REASON
               STRING "VIA " DELIMITED SIZE
                   WS-CHANNEL-TEXT DELIMITED SPACE
                   " BY " DELIMITED SIZE
                   AM-OPTIN-OPERATOR DELIMITED SIZE
                   INTO AT-REASON
               MOVE AUDIT-TRAIL-RECORD TO AUDIT-OUT-RECORD
               WRITE AUDIT-OUT-RECORD.

      *    The letter goes through the account's link to its owner;
      *    the detail line names the channel the consent came in
      *    on, which is what the customer is confirming.
           QUEUE-OD-CONSENT-LETTER.
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY           TO NOTICE-OUT-RECORD(1:10)
               IF AM-OD-OPT-IN
                   MOVE "ODOPTIN "     TO NOTICE-OUT-RECORD(12:8)
                   STRING "OPTED IN VIA " DELIMITED SIZE
                       WS-CHANNEL-TEXT DELIMITED SPACE
                       INTO NOTICE-OUT-RECORD(44:30)
               ELSE
                   MOVE "ODOPTOUT"     TO NOTICE-OUT-RECORD(12:8)
                   STRING "REVOKED VIA " DELIMITED SIZE
                       WS-CHANNEL-TEXT DELIMITED SPACE
                       INTO NOTICE-OUT-RECORD(44:30)
               END-IF
               MOVE AM-ACCOUNT-ID      TO NOTICE-OUT-RECORD(21:10)
               MOVE ZEROS              TO NOTICE-OUT-RECORD(32:11)
               WRITE NOTICE-OUT-RECORD.

      *    Stream the opt-in file once, overlaying the consent this
      *    run took on the account's existing row (the date consent
      *    was first given rides through a revoke), then add rows
      *    for accounts consenting for the first time.
           REWRITE-OD-OPT-INS.
               OPEN OUTPUT OD-OPTIN-OUT
               IF NOT WS-OPTOUT-FILE-OK
                   DISPLAY "ERROR: Cannot open OD-OPT-INS-NEW.dat"
                   DISPLAY "FILE STATUS: " WS-OPTOUT-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT OD-OPTIN-FILE
               IF WS-OPTIN-FILE-OK
                   MOVE "N" TO WS-EOF-OPTIN
                   PERFORM COPY-ONE-OPTIN-ROW
                       UNTIL END-OF-OPTIN
                   CLOSE OD-OPTIN-FILE
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACCT-COUNT
                   IF WE-OPTIN-STATUS(WS-IDX) NOT = SPACE
                   AND WE-OPTIN-DONE(WS-IDX) = "N"
                       MOVE SPACES TO OD-OPT-IN-RECORD
                       MOVE WE-ID(WS-IDX) TO OI-ACCOUNT-ID
                       IF WE-OPTIN-STATUS(WS-IDX) = "Y"
                           MOVE WS-TODAY TO OI-FIRST-OPT-IN
                       END-IF
                       MOVE WS-IDX TO WS-OVR-IDX
                       PERFORM OVERLAY-OD-CONSENT
                       MOVE OD-OPT-IN-RECORD TO OD-OPTOUT-IO
                       WRITE OD-OPTOUT-IO
                   END-IF
               END-PERFORM
               CLOSE OD-OPTIN-OUT
               MOVE SPACES TO WS-SORT-CMD
               STRING "mv data/output/OD-OPT-INS-NEW.dat "
                   DELIMITED SIZE
                   "data/input/OD-OPT-INS.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD.

           COPY-ONE-OPTIN-ROW.
               READ OD-OPTIN-FILE INTO OD-OPTIN-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPTIN
               NOT AT END
                   MOVE OD-OPTIN-IO TO OD-OPT-IN-RECORD
                   MOVE 0 TO WS-OVR-FOUND
                   PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                       UNTIL WS-OVR-IDX > WS-ACCT-COUNT
                       IF WE-ID(WS-OVR-IDX) = OI-ACCOUNT-ID
                       AND WE-OPTIN-STATUS(WS-OVR-IDX) NOT = SPACE
                           MOVE WS-OVR-IDX TO WS-OVR-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-OVR-FOUND > 0
                       MOVE WS-OVR-FOUND TO WS-OVR-IDX
                       IF WE-OPTIN-STATUS(WS-OVR-IDX) = "Y"
                       AND OI-FIRST-OPT-IN = SPACES
                           MOVE WS-TODAY TO OI-FIRST-OPT-IN
                       END-IF
                       PERFORM OVERLAY-OD-CONSENT
                   END-IF
                   MOVE OD-OPT-IN-RECORD TO OD-OPTOUT-IO
                   WRITE OD-OPTOUT-IO
               END-READ.

           OVERLAY-OD-CONSENT.
               MOVE WE-OPTIN-STATUS(WS-OVR-IDX)  TO OI-STATUS
               MOVE WS-TODAY                     TO OI-STATUS-DATE
               MOVE WE-OPTIN-CHANNEL(WS-OVR-IDX) TO OI-CHANNEL
               MOVE WE-OPTIN-OPER(WS-OVR-IDX)    TO OI-OPERATOR
               MOVE "Y" TO WE-OPTIN-DONE(WS-OVR-IDX).

      *    The settlement is projected in full before a byte moves:
      *    final interest, closing fee, and the remainder are
      *    computed read-only, the disbursement route is validated
               DISPLAY "  Settled            : " WS-SETTLED-COUNT
               DISPLAY "  Settle Closes Done : " WS-SETCLOSED-COUNT
               DISPLAY "  Type Converted     : " WS-CONVERTED-COUNT
               DISPLAY "  Retitled           : " WS-RETITLED-COUNT
               DISPLAY "  OD Opted In        : " WS-OPTED-IN-COUNT
               DISPLAY "  OD Opt-In Revoked  : " WS-OPTED-OUT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/ACCOUNTS-MASTER.dat"
               DISPLAY "  → data/output/ACCOUNT-MAINT-RESULTS.dat"
               DISPLAY "  → data/output/AUDIT-TRAIL.dat (appended)"
               IF WS-OPTIN-CHANGED = "Y"
                   DISPLAY "  → data/input/OD-OPT-INS.dat"
                   DISPLAY "  → data/output/NOTICE-REQUESTS.dat "
                       "(appended)"
               END-IF
               DISPLAY "==============================================".
