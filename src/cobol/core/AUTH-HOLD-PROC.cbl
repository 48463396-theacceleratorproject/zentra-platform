      * DESCRIPTION: Debit-card authorization memo holds. Each run:
      *                - merges new authorizations from the vendor's
      *                  AUTH-HOLDS.dat feed into the active-hold
      *                  file AUTH-HOLDS-ACTIVE.dat. An
      *                  authorization stamped with a card number is
      *                  checked on the card master CARD-MASTER.dat
      *                  first and declined - listed on
      *                  AUTH-DECLINES.dat with the card masked, no
      *                  hold taken - when the card is not on file
      *                  (UNK), lost/stolen or closed (BLK), not yet
      *                  activated (NAC), past its expiry month (EXP),
      *                  or would take the day's ATM or POS total past
      *                  the card's daily limit (LIM), or - on an
      *                  account that has not opted in to overdraft
      *                  coverage on OD-OPT-INS.dat (Regulation E) -
      *                  would overdraw: more than the account's
      *                  master balance less its holds already
      *                  outstanding (ODI). A recurring debit the
      *                  vendor flags R is outside the rule and is
      *                  not checked. An approved one is held
      *                  against the card's own account and added
      *                  to the card's usage for the day. A row
      *                  with no card number predates the card master
      *                  and is held as sent;
      *                - consumes a hold whose matching settlement
      *                  has arrived - a WDR for the same account and
      *                  amount in today's DAILY-TRANSACTIONS.dat
      *                  (the settlement itself posts through the
      *                  pipeline as a normal withdrawal; the memo
      *                  hold just stops double-counting). Each
      *                  settlement so recognised is listed on
      *                  CARD-SETTLEMENTS.dat (rebuilt each run), the
      *                  only place downstream can tell a card
      *                  purchase or ATM cash WDR from any other.
      *                  The previous run's rows are carried ahead
      *                  of today's, since FEE-ENGINE looks back at
      *                  last night's postings before today's have
      *                  posted;
      *                - expires holds older than
      *                  WS-AUTH-EXPIRY-DAYS, releasing the funds.
      *              TXN-VALIDATOR reads the active file and subtracts
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.

      *        Debit card master, kept by CARD-MAINT; the day's
      *        ATM/POS usage is rewritten here.
               SELECT CARD-FILE
                   ASSIGN TO "data/input/CARD-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT DECLINES-FILE
                   ASSIGN TO "data/output/AUTH-DECLINES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DECL-STATUS.

      *        Active holds, persisted across runs - same load/
      *        rewrite treatment ESCHEAT-TRACKING.dat gets.
               SELECT ACTIVE-HOLDS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

               SELECT CARD-SETTLE-FILE
                   ASSIGN TO "data/output/CARD-SETTLEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSL-STATUS.

      *        Balances for the overdraft-consent decline, and the
      *        consent file itself (optional - missing means no
      *        account has opted in).
               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

               SELECT OD-OPTIN-FILE
                   ASSIGN TO "data/input/OD-OPT-INS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPTIN-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AUTH-FEED-FILE.
           FD DAILY-TXN-FILE.
           01 DAILY-TXN-IO          PIC X(116).

           FD CARD-FILE.
           01 CARD-IO               PIC X(100).

           FD DECLINES-FILE.
           01 DECLINE-RECORD        PIC X(132).

           FD CARD-SETTLE-FILE.
           01 CARD-SETTLE-IO        PIC X(50).

           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD OD-OPTIN-FILE.
           01 OD-OPTIN-IO           PIC X(50).

       WORKING-STORAGE SECTION.
           01 WS-FEED-STATUS        PIC XX.
               88 WS-FEED-FILE-OK      VALUE "00".
               88 WS-ACTIVE-FILE-OK    VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
               88 WS-TXN-FILE-OK       VALUE "00".
           01 WS-CARD-STATUS        PIC XX.
               88 WS-CARD-FILE-OK      VALUE "00".
           01 WS-DECL-STATUS        PIC XX.
               88 WS-DECL-FILE-OK      VALUE "00".
           01 WS-CSL-STATUS         PIC XX.
               88 WS-CSL-FILE-OK       VALUE "00".
           01 WS-EOF-CARD           PIC X VALUE "N".
               88 END-OF-CARD-LOAD     VALUE "Y".
           01 WS-EOF-FEED           PIC X VALUE "N".
               88 END-OF-FEED          VALUE "Y".
           01 WS-EOF-ACTIVE         PIC X VALUE "N".

           COPY "AUTH-HOLD-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "CARD-MASTER-RECORD.cpy".
           COPY "CARD-SETTLEMENT-RECORD.cpy".
           COPY "OD-OPT-IN-RECORD.cpy".

      *    --- Auth holds expire after this many calendar days ---
           01 WS-AUTH-EXPIRY-DAYS   PIC 99 VALUE 3.
                   10 WAH-DROPPED      PIC X(01).
           01 WS-HOLD-COUNT         PIC 9(4) VALUE 0.

      *    --- Card table ---
           01 WS-CARD-MAX           PIC 9(4) VALUE 9999.
           01 WS-CARD-TABLE.
               05 WS-CARD-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CARD-IDX.
                   10 WCD-RECORD       PIC X(100).
           01 WS-CARD-COUNT         PIC 9(4) VALUE 0.
           01 WS-CARD-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-CARD-CHANGED       PIC X VALUE "N".
           01 WS-USAGE-AFTER        PIC 9(11)V99.
           01 WS-DECLINE-CODE       PIC X(03).
               88 AUTH-APPROVED        VALUE SPACES.
           01 WS-DECLINE-TEXT       PIC X(30).
           01 WS-MASKED-CARD        PIC X(16).

      *    --- Overdraft consent (Regulation E): each account's
      *        master balance and whether it has opted in ---
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-OPTIN-STATUS       PIC XX.
               88 WS-OPTIN-FILE-OK     VALUE "00".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-OPTIN          PIC X VALUE "N".
               88 END-OF-OPTIN-LOAD    VALUE "Y".
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-BALANCE       PIC S9(9)V99.
                   10 WA-OPTED-IN      PIC X(01).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-ACCT-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-IN-BALANCE-X       PIC X(12).
           01 WS-IN-BALANCE REDEFINES WS-IN-BALANCE-X
                               PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-HELD-AMOUNT-X      PIC X(11).
           01 WS-HELD-AMOUNT REDEFINES WS-HELD-AMOUNT-X
                               PIC 9(9)V99.
           01 WS-AUTH-AVAILABLE     PIC S9(11)V99.
           01 WS-ODI-COUNT          PIC 9(5) VALUE 0.

      *    --- Card settlements carried from the previous run ---
           01 WS-EOF-CSL            PIC X VALUE "N".
               88 END-OF-CSL-LOAD      VALUE "Y".
           01 WS-CSL-MAX            PIC 9(5) VALUE 20000.
           01 WS-CSL-TABLE.
               05 WS-CSL-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-CSL-IDX.
                   10 WCS-RECORD       PIC X(50).
           01 WS-CSL-COUNT          PIC 9(5) VALUE 0.
           01 WS-CSL-PRIOR-DATE     PIC X(10) VALUE SPACES.
           01 WS-CSL-CARRIED        PIC 9(5) VALUE 0.

      *    --- Expiry arithmetic ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-MONTH        PIC X(07).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(7).
           01 WS-EXPIRED-COUNT      PIC 999 VALUE 0.
           01 WS-ACTIVE-COUNT       PIC 9(4) VALUE 0.
           01 WS-ACTIVE-TOTAL       PIC 9(11)V99 VALUE 0.
           01 WS-DECLINED-COUNT     PIC 9(5) VALUE 0.
           01 WS-DECLINED-TOTAL     PIC 9(11)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COUNT          PIC ZZ,ZZ9.
           01 WS-OUT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-ACTIVE-HOLDS
               PERFORM LOAD-CARDS
               PERFORM LOAD-ACCOUNT-BALANCES
               PERFORM LOAD-OD-OPT-INS
               OPEN OUTPUT DECLINES-FILE
               IF NOT WS-DECL-FILE-OK
                   DISPLAY "ERROR: Cannot open AUTH-DECLINES.dat"
                   DISPLAY "FILE STATUS: " WS-DECL-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-DECLINE-HEADER
               PERFORM MERGE-NEW-AUTHS
               PERFORM WRITE-DECLINE-TOTALS
               CLOSE DECLINES-FILE
               PERFORM CONSUME-SETTLED-HOLDS
               PERFORM EXPIRE-STALE-HOLDS
               PERFORM REWRITE-ACTIVE-HOLDS
               IF WS-CARD-CHANGED = "Y"
                   PERFORM REWRITE-CARDS
               END-IF
               PERFORM DISPLAY-RESULTS
               STOP RUN.

               MOVE WS-DATE-INT(5:2) TO WS-TODAY(6:2)
               MOVE "-"              TO WS-TODAY(8:1)
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2)
               MOVE WS-TODAY(1:7) TO WS-TODAY-MONTH
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

                   END-IF
               END-READ.

      *    --- Optional file: no cards issued yet ---
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

      *    --- Balances as of last night's close - the same figure
      *        TXN-VALIDATOR starts the day from ---
           LOAD-ACCOUNT-BALANCES.
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCT-FILE-OK
                   PERFORM READ-ONE-ACCOUNT
                       UNTIL END-OF-ACCT-LOAD
                   CLOSE ACCOUNTS-FILE
               END-IF.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCT-FILE-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                   AND ACCT-FILE-RECORD(1:10) NOT = SPACES
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE ACCT-FILE-RECORD(1:10)
                           TO WA-ID(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(46:12)
                           TO WS-IN-BALANCE-X
                       MOVE WS-IN-BALANCE
                           TO WA-BALANCE(WS-ACCT-COUNT)
                       MOVE "N" TO WA-OPTED-IN(WS-ACCT-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: no row, no consent ---
           LOAD-OD-OPT-INS.
               OPEN INPUT OD-OPTIN-FILE
               IF WS-OPTIN-FILE-OK
                   PERFORM READ-ONE-OPT-IN
                       UNTIL END-OF-OPTIN-LOAD
                   CLOSE OD-OPTIN-FILE
               END-IF.

           READ-ONE-OPT-IN.
               READ OD-OPTIN-FILE INTO OD-OPTIN-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPTIN
               NOT AT END
                   MOVE OD-OPTIN-IO TO OD-OPT-IN-RECORD
                   IF OI-OPTED-IN
                       PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                           IF WA-ID(WS-ACCT-IDX) = OI-ACCOUNT-ID
                               MOVE "Y" TO WA-OPTED-IN(WS-ACCT-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ.

      *    --- Optional vendor feed: each row is a fresh memo hold,
      *        once its card has passed the card-master checks ---
           MERGE-NEW-AUTHS.
               OPEN INPUT AUTH-FEED-FILE
               IF WS-FEED-FILE-OK
               AT END
                   MOVE "Y" TO WS-EOF-FEED
               NOT AT END
                   MOVE AUTH-FEED-IO TO AUTH-HOLD-RECORD
                   IF WS-HOLD-COUNT < WS-HOLD-MAX
                   AND (AH-ACCOUNT-ID NOT = SPACES
                        OR AH-CARD-NUMBER NOT = SPACES)
                       MOVE SPACES TO WS-DECLINE-CODE
                       IF AH-CARD-NUMBER NOT = SPACES
                           PERFORM CHECK-CARD-AUTH
                       END-IF
                       IF AUTH-APPROVED
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE AUTH-HOLD-RECORD
                               TO WAH-RECORD(WS-HOLD-COUNT)
                           MOVE "N" TO WAH-DROPPED(WS-HOLD-COUNT)
                           ADD 1 TO WS-NEW-COUNT
                       ELSE
                           PERFORM WRITE-DECLINE-LINE
                       END-IF
                   END-IF
               END-READ.

      *    The card decides: it must be on file, live, activated and
      *    in date, and the authorization must fit inside what is
      *    left of the day's limit for its channel (no channel is
      *    treated as a POS purchase). The authorization belongs to
      *    the card's account, whatever account the vendor sent.
           CHECK-CARD-AUTH.
               MOVE 0 TO WS-CARD-FOUND-IDX
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WCD-RECORD(WS-CARD-IDX)(1:16) = AH-CARD-NUMBER
                       MOVE WS-CARD-IDX TO WS-CARD-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-CARD-FOUND-IDX = 0
                   MOVE "UNK" TO WS-DECLINE-CODE
               ELSE
                   MOVE WCD-RECORD(WS-CARD-FOUND-IDX)
                       TO CARD-MASTER-RECORD
                   MOVE CM-ACCOUNT-ID TO AH-ACCOUNT-ID
                   EVALUATE TRUE
                       WHEN CM-LOST-STOLEN OR CM-CLOSED
                           MOVE "BLK" TO WS-DECLINE-CODE
                       WHEN CM-ISSUED
                           MOVE "NAC" TO WS-DECLINE-CODE
                       WHEN CM-EXPIRY-MONTH < WS-TODAY-MONTH
                           MOVE "EXP" TO WS-DECLINE-CODE
                       WHEN OTHER
                           PERFORM CHECK-OD-CONSENT
                           IF AUTH-APPROVED
                               PERFORM CHECK-DAILY-LIMIT
                           END-IF
                   END-EVALUATE
               END-IF.

      *    Regulation E: an ATM or one-time card item may only be
      *    paid into overdraft on an account that has opted in. For
      *    any other account the item must fit inside the balance
      *    less the holds already outstanding on it - the overdraft
      *    limit does not count. A recurring debit is outside the
      *    rule, and an account missing from the master is left
      *    for TXN-VALIDATOR to reject when the item settles.
           CHECK-OD-CONSENT.
               IF AH-RECURRING-DEBIT
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-ACCT-FOUND-IDX
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WA-ID(WS-ACCT-IDX) = AH-ACCOUNT-ID
                       MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-ACCT-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               IF WA-OPTED-IN(WS-ACCT-FOUND-IDX) = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE WA-BALANCE(WS-ACCT-FOUND-IDX) TO WS-AUTH-AVAILABLE
               PERFORM VARYING WS-HIDX FROM 1 BY 1
                   UNTIL WS-HIDX > WS-HOLD-COUNT
                   IF WAH-DROPPED(WS-HIDX) = "N"
                   AND WAH-RECORD(WS-HIDX)(1:10) = AH-ACCOUNT-ID
                       MOVE WAH-RECORD(WS-HIDX)(11:11)
                           TO WS-HELD-AMOUNT-X
                       IF WS-HELD-AMOUNT IS NUMERIC
                           SUBTRACT WS-HELD-AMOUNT
                               FROM WS-AUTH-AVAILABLE
                       END-IF
                   END-IF
               END-PERFORM
               IF AH-AMOUNT > WS-AUTH-AVAILABLE
                   MOVE "ODI" TO WS-DECLINE-CODE
                   ADD 1 TO WS-ODI-COUNT
               END-IF.

      *    Usage runs per business date - the first authorization of
      *    a new day starts both totals again from zero.
           CHECK-DAILY-LIMIT.
               IF CM-USAGE-DATE NOT = WS-TODAY
                   MOVE WS-TODAY TO CM-USAGE-DATE
                   MOVE 0 TO CM-ATM-USED
                   MOVE 0 TO CM-POS-USED
               END-IF
               IF AH-ATM
                   COMPUTE WS-USAGE-AFTER = CM-ATM-USED + AH-AMOUNT
                   IF WS-USAGE-AFTER > CM-ATM-DAILY-LIMIT
                       MOVE "LIM" TO WS-DECLINE-CODE
                   ELSE
                       MOVE WS-USAGE-AFTER TO CM-ATM-USED
                   END-IF
               ELSE
                   COMPUTE WS-USAGE-AFTER = CM-POS-USED + AH-AMOUNT
                   IF WS-USAGE-AFTER > CM-POS-DAILY-LIMIT
                       MOVE "LIM" TO WS-DECLINE-CODE
                   ELSE
                       MOVE WS-USAGE-AFTER TO CM-POS-USED
                   END-IF
               END-IF
               IF AUTH-APPROVED
                   MOVE CARD-MASTER-RECORD
                       TO WCD-RECORD(WS-CARD-FOUND-IDX)
                   MOVE "Y" TO WS-CARD-CHANGED
               END-IF.

      *    A settlement is the WDR the authorization promised: same
      *    account, same amount, arriving in today's feed. The first
      *    unconsumed matching hold drops; the withdrawal itself
      *    posts through the pipeline as usual.
           CONSUME-SETTLED-HOLDS.
               PERFORM LOAD-PRIOR-SETTLEMENTS
               OPEN OUTPUT CARD-SETTLE-FILE
               PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
                   UNTIL WS-CSL-IDX > WS-CSL-COUNT
                   IF WCS-RECORD(WS-CSL-IDX)(1:10)
                       = WS-CSL-PRIOR-DATE
                       WRITE CARD-SETTLE-IO
                           FROM WCS-RECORD(WS-CSL-IDX)
                       ADD 1 TO WS-CSL-CARRIED
                   END-IF
               END-PERFORM
               OPEN INPUT DAILY-TXN-FILE
               IF WS-TXN-FILE-OK
                   PERFORM CONSUME-ONE-TXN
                       UNTIL END-OF-TXNS
                   CLOSE DAILY-TXN-FILE
               END-IF
               CLOSE CARD-SETTLE-FILE.

      *    Only the latest earlier settlement date carries - the
      *    previous run's own rows, never ones it carried itself -
      *    and a rerun today rebuilds today's rows from the feed.
           LOAD-PRIOR-SETTLEMENTS.
               OPEN INPUT CARD-SETTLE-FILE
               IF WS-CSL-FILE-OK
                   PERFORM READ-ONE-PRIOR-SETTLEMENT
                       UNTIL END-OF-CSL-LOAD
                   CLOSE CARD-SETTLE-FILE
               END-IF.

           READ-ONE-PRIOR-SETTLEMENT.
               READ CARD-SETTLE-FILE INTO CARD-SETTLE-IO
               AT END
                   MOVE "Y" TO WS-EOF-CSL
               NOT AT END
                   IF WS-CSL-COUNT < WS-CSL-MAX
                   AND CARD-SETTLE-IO(1:10) < WS-TODAY
                       ADD 1 TO WS-CSL-COUNT
                       MOVE CARD-SETTLE-IO TO WCS-RECORD(WS-CSL-COUNT)
                       IF CARD-SETTLE-IO(1:10) > WS-CSL-PRIOR-DATE
                           MOVE CARD-SETTLE-IO(1:10)
                               TO WS-CSL-PRIOR-DATE
                       END-IF
                   END-IF
               END-READ.

           CONSUME-ONE-TXN.
               READ DAILY-TXN-FILE INTO DAILY-TXN-IO
               AT END
                   AND TR-AMOUNT NOT = 0
                       MOVE "Y" TO WAH-DROPPED(WS-HIDX)
                       ADD 1 TO WS-CONSUMED-COUNT
                       PERFORM WRITE-CARD-SETTLEMENT
      *                First match only - step the index past the
      *                end so the loop leaves.
                       SET WS-HIDX TO WS-HOLD-COUNT
                   END-IF
               END-PERFORM.

      *    The card is carried by its last four digits only, same
      *    masking the declines list uses.
           WRITE-CARD-SETTLEMENT.
               INITIALIZE CARD-SETTLEMENT-RECORD
               MOVE WS-TODAY      TO CSL-SETTLE-DATE
               MOVE TR-ACCOUNT-ID TO CSL-ACCOUNT-ID
               MOVE TR-AMOUNT     TO CSL-AMOUNT
               MOVE AH-CARD-NUMBER(13:4) TO CSL-CARD-LAST4
               MOVE AH-CHANNEL    TO CSL-CHANNEL
               MOVE AH-RECURRING  TO CSL-RECURRING
               WRITE CARD-SETTLE-IO FROM CARD-SETTLEMENT-RECORD.

           EXPIRE-STALE-HOLDS.
               PERFORM EXPIRE-ONE-HOLD
                   VARYING WS-HIDX FROM 1 BY 1
               END-PERFORM
               CLOSE ACTIVE-HOLDS-FILE.

           REWRITE-CARDS.
               OPEN OUTPUT CARD-FILE
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   MOVE WCD-RECORD(WS-CARD-IDX) TO CARD-IO
                   WRITE CARD-IO
               END-PERFORM
               CLOSE CARD-FILE.

      *================================================================
      *    The declines list - card numbers show the last four only.
      *================================================================
           WRITE-DECLINE-HEADER.
               MOVE ALL "=" TO DECLINE-RECORD
               WRITE DECLINE-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - CARD AUTHORIZATIONS DECLINED  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO DECLINE-RECORD
               WRITE DECLINE-RECORD
               MOVE ALL "=" TO DECLINE-RECORD
               WRITE DECLINE-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "CARD"           TO WS-OUT-LINE(3:4)
               MOVE "ACCOUNT"        TO WS-OUT-LINE(21:7)
               MOVE "CHN"            TO WS-OUT-LINE(33:3)
               MOVE "AMOUNT"         TO WS-OUT-LINE(46:6)
               MOVE "MERCHANT"       TO WS-OUT-LINE(54:8)
               MOVE "REASON"         TO WS-OUT-LINE(81:6)
               MOVE WS-OUT-LINE TO DECLINE-RECORD
               WRITE DECLINE-RECORD
               MOVE ALL "-" TO DECLINE-RECORD
               WRITE DECLINE-RECORD.

           WRITE-DECLINE-LINE.
               MOVE ALL "*" TO WS-MASKED-CARD
               MOVE AH-CARD-NUMBER(13:4) TO WS-MASKED-CARD(13:4)
               MOVE AH-AMOUNT TO WS-RPT-AMOUNT
               PERFORM SET-DECLINE-TEXT
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-MASKED-CARD   TO WS-OUT-LINE(3:16)
               MOVE AH-ACCOUNT-ID    TO WS-OUT-LINE(21:10)
               IF AH-ATM
                   MOVE "ATM"        TO WS-OUT-LINE(33:3)
               ELSE
                   MOVE "POS"        TO WS-OUT-LINE(33:3)
               END-IF
               MOVE WS-RPT-AMOUNT    TO WS-OUT-LINE(38:14)
               MOVE AH-MERCHANT      TO WS-OUT-LINE(54:25)
               MOVE WS-DECLINE-CODE  TO WS-OUT-LINE(81:3)
               MOVE WS-DECLINE-TEXT  TO WS-OUT-LINE(85:30)
               MOVE WS-OUT-LINE TO DECLINE-RECORD
               WRITE DECLINE-RECORD
               ADD 1 TO WS-DECLINED-COUNT
               ADD AH-AMOUNT TO WS-DECLINED-TOTAL.

           SET-DECLINE-TEXT.
               EVALUATE WS-DECLINE-CODE
                   WHEN "UNK"
                       MOVE "CARD NOT ON FILE" TO WS-DECLINE-TEXT
                   WHEN "BLK"
                       MOVE "CARD LOST/STOLEN OR CLOSED"
                           TO WS-DECLINE-TEXT
                   WHEN "NAC"
                       MOVE "CARD NOT ACTIVATED" TO WS-DECLINE-TEXT
                   WHEN "EXP"
                       MOVE "CARD EXPIRED" TO WS-DECLINE-TEXT
                   WHEN "LIM"
                       MOVE "OVER DAILY LIMIT" TO WS-DECLINE-TEXT
                   WHEN "ODI"
                       MOVE "NO OVERDRAFT OPT-IN" TO WS-DECLINE-TEXT
                   WHEN OTHER
                       MOVE "UNABLE TO PROCESS" TO WS-DECLINE-TEXT
               END-EVALUATE.

           WRITE-DECLINE-TOTALS.
               MOVE ALL "=" TO DECLINE-RECORD
               WRITE DECLINE-RECORD
               MOVE WS-DECLINED-COUNT TO WS-RPT-COUNT
               MOVE WS-DECLINED-TOTAL TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  DECLINED  " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO DECLINE-RECORD
               WRITE DECLINE-RECORD.

           DISPLAY-RESULTS.
               MOVE WS-ACTIVE-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Card Auth Memo Holds"
               DISPLAY "=============================================="
               DISPLAY "  New Auths          : " WS-NEW-COUNT
               DISPLAY "  Declined           : " WS-DECLINED-COUNT
               DISPLAY "   No OD Opt-In      : " WS-ODI-COUNT
               DISPLAY "  Settled (Consumed) : " WS-CONSUMED-COUNT
               DISPLAY "  Prior Settles Kept : " WS-CSL-CARRIED
               DISPLAY "  Expired            : " WS-EXPIRED-COUNT
               DISPLAY "  Still Active       : " WS-ACTIVE-COUNT
               DISPLAY "  Funds on Hold      : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/AUTH-HOLDS-ACTIVE.dat"
               DISPLAY "  → data/output/AUTH-DECLINES.dat"
               DISPLAY "  → data/output/CARD-SETTLEMENTS.dat"
               DISPLAY "  → data/input/CARD-MASTER.dat"
               DISPLAY "==============================================".
