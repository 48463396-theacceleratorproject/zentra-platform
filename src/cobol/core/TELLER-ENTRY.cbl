      *              cash, appended to DRAWER-COUNTS.dat for
      *              tonight's drawer proof - ENTER skips when the
      *              drawer was not counted (the proof flags it).
      *              A withdrawal or transfer out of a custodial
      *              account still open on CUSTODIAL-ACCOUNTS.dat
      *              asks for the presenting party's CIF ID and is
      *              refused unless it is the custodian's.
      *              Type OPT takes the customer's overdraft-coverage
      *              choice for ATM and one-time debit card items
      *              (Regulation E) at the counter: a Y queues an
      *              ODOPTIN, an N an ODOPTOT, on ACCOUNT-MAINT-
      *              REQUESTS.dat with channel B and the teller as
      *              operator, so tonight's ACCOUNT-MAINT records it
      *              - under its own rules - and mails the
      *              confirmation letter.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================



      *        Optional: no custodial accounts, no custodian check.
               SELECT CUSTODIAL-FILE
                   ASSIGN TO "data/input/CUSTODIAL-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CST-STATUS.

      *        Batch run lock - probed at start so a session never
      *        reads mid-cycle files unawares.
               SELECT RUN-LOCK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRWC-STATUS.

      *        Overdraft opt-in choices queue here for tonight's
      *        ACCOUNT-MAINT - append-or-create, as CUSTODIAL-PROC
      *        queues its retitles.
               SELECT ACCT-MAINT-FEED
                   ASSIGN TO "data/input/ACCOUNT-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AMF-STATUS.

      *        Cumulative teller log - appended, never overwritten,
      *        same treatment AUDIT-TRAIL.dat gets.
               SELECT TELLER-LOG-FILE
           01 TELLER-LOG-RECORD     PIC X(100).


           FD CUSTODIAL-FILE.
           01 CUSTODIAL-IO          PIC X(100).

           FD RUN-LOCK-FILE.
           01 RUN-LOCK-IO           PIC X(20).

           FD DRAWER-COUNT-FILE.
           01 DRAWER-COUNT-RECORD   PIC X(40).

           FD ACCT-MAINT-FEED.
           01 ACCT-MAINT-ROW        PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
               88 END-OF-ACCT-LOAD     VALUE "Y".

           COPY "TRANSACTION-RECORD.cpy".
           COPY "CUSTODIAL-RECORD.cpy".
           COPY "ACCOUNT-MAINT-RECORD.cpy".
           01 WS-AMF-STATUS         PIC XX.
           01 WS-AMF-OPEN           PIC X VALUE "N".
           01 WS-OPTIN-ANSWER       PIC X(01).

      *    --- The shared validation service's request/reply area:
      *        every entry is checked by the same TXN-RULE-CHECK
                   10 WA-CURRENCY      PIC X(03).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.

      *    --- Custodial accounts still held for a minor: only the
      *        custodian takes money out ---
           01 WS-CST-STATUS         PIC XX.
               88 WS-CST-FILE-OK       VALUE "00".
           01 WS-EOF-CST            PIC X VALUE "N".
               88 END-OF-CST-LOAD      VALUE "Y".
           01 WS-CST-MAX            PIC 9(4) VALUE 2000.
           01 WS-CST-TABLE.
               05 WS-CST-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CST-IDX.
                   10 WCS-ACCOUNT-ID   PIC X(10).
                   10 WCS-CUSTODIAN-ID PIC X(10).
           01 WS-CST-COUNT          PIC 9(4) VALUE 0.
           01 WS-CUSTODIAN-ID       PIC X(10).
           01 WS-PRESENTER-ID       PIC X(10).

      *    --- Session identity ---
           01 WS-TELLER-ID          PIC X(06).
           01 WS-BRANCH-CODE        PIC X(06).
               88 SESSION-DONE         VALUE "Y".
           01 WS-ENTERED-COUNT      PIC 999 VALUE 0.
           01 WS-REFUSED-COUNT      PIC 999 VALUE 0.
           01 WS-CONSENT-COUNT      PIC 999 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-CUSTODIAL-ACCOUNTS
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Teller Transaction Entry"
               DISPLAY "  " WS-ACCT-COUNT " accounts loaded"
               CLOSE DAILY-TXN-FILE
               CLOSE TELLER-LOG-FILE
               CLOSE OPER-ACTIVITY-FILE
               IF WS-AMF-OPEN = "Y"
                   CLOSE ACCT-MAINT-FEED
               END-IF
               PERFORM KEY-DRAWER-COUNT
               PERFORM DISPLAY-SESSION-SUMMARY
               STOP RUN.
               NOT AT END
                   MOVE OPERATOR-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
                   END-IF
               END-READ.

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
                   IF WCS-ACCOUNT-ID(WS-CST-IDX) = WS-INPUT-ID
                       MOVE WCS-CUSTODIAN-ID(WS-CST-IDX)
                           TO WS-CUSTODIAN-ID
                   END-IF
               END-PERFORM.

      *    --- Same append-or-create treatment STANDING-ORDER-GEN
      *        gives the daily feed; the teller log is cumulative ---
           OPEN-OUTPUT-FILES.
               END-IF.

           TAKE-ONE-ENTRY.
               DISPLAY "Type (DEP/WDR/XFR/OPT) : " WITH NO ADVANCING
               ACCEPT WS-INPUT-TYPE
               IF WS-INPUT-TYPE = "OPT"
                   PERFORM TAKE-OD-CONSENT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Amount             : " WITH NO ADVANCING
               ACCEPT WS-INPUT-AMOUNT-X
               MOVE SPACES TO WS-INPUT-TARGET
               END-IF
               DISPLAY "Description        : " WITH NO ADVANCING
               ACCEPT WS-INPUT-DESC
      *        Money out of a custodial account: who is at the
      *        counter decides it.
               MOVE SPACES TO WS-PRESENTER-ID
               PERFORM FIND-CUSTODIAN
               IF WS-CUSTODIAN-ID NOT = SPACES
               AND (WS-INPUT-TYPE = "WDR" OR WS-INPUT-TYPE = "XFR")
                   DISPLAY "Presenting party CIF ID : "
                       WITH NO ADVANCING
                   ACCEPT WS-PRESENTER-ID
               END-IF
               PERFORM VALIDATE-ENTRY
               IF WS-ENTRY-OK = "Y"
                   PERFORM WRITE-ENTRY
               AND WS-INPUT-TYPE NOT = "WDR"
               AND WS-INPUT-TYPE NOT = "XFR"
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "TYPE MUST BE DEP, WDR, XFR OR OPT"
                       TO WS-REJECT-REASON
               ELSE
               IF WS-CUSTODIAN-ID NOT = SPACES
               AND (WS-INPUT-TYPE = "WDR" OR WS-INPUT-TYPE = "XFR")
               AND WS-PRESENTER-ID NOT = WS-CUSTODIAN-ID
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "CUSTODIAL - CUSTODIAN ONLY"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE FUNCTION NUMVAL-C(WS-INPUT-AMOUNT-X)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-IF.

           BUILD-ENTRY-RECORD.
                   WHEN "E15"
                       MOVE "CD NOT YET MATURED"
                           TO WS-REJECT-REASON
                   WHEN "E17"
                       MOVE "OVER TAX-YEAR CONTRIBUTION LIMIT"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "REJECTED BY PIPELINE RULE "
               PERFORM WRITE-OPER-ACTIVITY
               ADD 1 TO WS-ENTERED-COUNT.

      *    The counter only takes the choice down - whether the
      *    account's product can carry overdraft at all, and the
      *    record itself, are ACCOUNT-MAINT's tonight (a refusal
      *    there shows on its results file). An account missing
      *    from the master or closed is turned away here already.
           TAKE-OD-CONSENT.
               DISPLAY "Overdraft coverage on ATM/card (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-OPTIN-ANSWER
               MOVE "N" TO WS-ENTRY-OK
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WA-ID(WS-ACCT-IDX) = WS-INPUT-ID
                   AND WA-STATUS(WS-ACCT-IDX) NOT = "C"
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
               END-PERFORM
               IF WS-ENTRY-OK NOT = "Y"
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "  REFUSED : ACCOUNT NOT ON MASTER OR "
                       "CLOSED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-OPTIN-ANSWER NOT = "Y"
               AND WS-OPTIN-ANSWER NOT = "N"
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "  REFUSED : ANSWER MUST BE Y OR N"
                   EXIT PARAGRAPH
               END-IF
               IF WS-AMF-OPEN NOT = "Y"
                   OPEN EXTEND ACCT-MAINT-FEED
                   IF NOT WS-AMF-STATUS = "00"
                       OPEN OUTPUT ACCT-MAINT-FEED
                   END-IF
                   MOVE "Y" TO WS-AMF-OPEN
               END-IF
               INITIALIZE ACCOUNT-MAINT-RECORD
               MOVE WS-INPUT-ID TO AM-ACCOUNT-ID
               IF WS-OPTIN-ANSWER = "Y"
                   SET AM-OD-OPT-IN TO TRUE
                   MOVE "OD-OPT-IN" TO WS-ACT-ACTION
               ELSE
                   SET AM-OD-OPT-OUT TO TRUE
                   MOVE "OD-OPT-OUT" TO WS-ACT-ACTION
               END-IF
               MOVE "B"          TO AM-OPTIN-CHANNEL
               MOVE WS-TELLER-ID TO AM-OPTIN-OPERATOR
               SET AM-PENDING TO TRUE
               MOVE ACCOUNT-MAINT-RECORD TO ACCT-MAINT-ROW
               WRITE ACCT-MAINT-ROW
               MOVE WS-INPUT-ID TO WS-ACT-ACCOUNT
               PERFORM WRITE-OPER-ACTIVITY
               ADD 1 TO WS-CONSENT-COUNT
               DISPLAY "  QUEUED  : " AM-ACTION " ON " WS-INPUT-ID
                   " - APPLIES TONIGHT".

           WRITE-TELLER-LOG.
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE SPACES TO TELLER-LOG-RECORD
                   WS-BRANCH-CODE
               DISPLAY "  Entries Accepted : " WS-ENTERED-COUNT
               DISPLAY "  Entries Refused  : " WS-REFUSED-COUNT
               DISPLAY "  OD Consents Taken: " WS-CONSENT-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/output/TELLER-ENTRY-LOG.dat"
               IF WS-CONSENT-COUNT > 0
                   DISPLAY "  → data/input/ACCOUNT-MAINT-REQUESTS.dat"
               END-IF
               DISPLAY "==============================================".
