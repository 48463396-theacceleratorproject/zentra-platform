      *================================================================
      * PROGRAM:    COOLING-OFF-CHECK.cbl
      * DESCRIPTION: The cooling-off service. Account takeover
      *              usually starts with a change of address or email
      *              and is followed within days by a new card, a
      *              large official check or an outbound ACH, so every
      *              contact-profile change CUSTOMER-MAINT records on
      *              PROFILE-CHANGES.dat (see PROFILE-CHANGE-RECORD.cpy)
      *              opens a window on each account linked to the
      *              customer, running from the change date to the
      *              end date stamped on the row. This CALLed
      *              subprogram answers, for the channels that can
      *              move money or plastic out on the customer's say-
      *              so, whether an account is inside a window and -
      *              when it is - holds the item on the register
      *              COOLING-OFF-HOLDS.dat (see
      *              COOLING-OFF-HOLD-RECORD.cpy) until a reviewer
      *              releases or declines it through
      *              COOLING-OFF-REVIEW. A released item comes back
      *              through its channel's own feed and is let
      *              through once; a declined one is refused if it is
      *              ever presented again.
      *              Callers: OFFICIAL-CHECK-ISSUE (every check not
      *              paid from escrow), CARD-MAINT (REISSUE), and
      *              TXN-VALIDATOR (customer outbound ACH at or above
      *              the threshold on COOLING-OFF-TERMS.dat). See
      *              COOLING-OFF-AREA.cpy for the interface; the
      *              TXN-RULE-CHECK shape - state loaded once per
      *              process, the register rewritten by SAVE.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COOLING-OFF-CHECK.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional: no terms file means the built-in threshold.
               SELECT TERMS-FILE
                   ASSIGN TO "data/input/COOLING-OFF-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

      *        Optional: absent before the first profile change.
               SELECT CHANGES-FILE
                   ASSIGN TO "data/output/PROFILE-CHANGES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCH-STATUS.

               SELECT LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LINK-STATUS.

      *        Hold register, persisted across runs - same load-in-
      *        full/rewrite-in-full continuity the official-check
      *        register gets.
               SELECT HOLDS-FILE
                   ASSIGN TO "data/output/COOLING-OFF-HOLDS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TERMS-FILE.
           01 TERMS-IO              PIC X(80).

           FD CHANGES-FILE.
           01 CHANGE-IO             PIC X(200).

           FD LINKS-FILE.
           01 LINK-IO               PIC X(100).

           FD HOLDS-FILE.
           01 HOLD-IO               PIC X(320).

       WORKING-STORAGE SECTION.
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK     VALUE "00".
           01 WS-PCH-STATUS         PIC XX.
               88 WS-PCH-FILE-OK       VALUE "00".
           01 WS-LINK-STATUS        PIC XX.
               88 WS-LINK-FILE-OK      VALUE "00".
           01 WS-HOLD-STATUS        PIC XX.
               88 WS-HOLD-FILE-OK      VALUE "00".
           01 WS-EOF-PCH            PIC X VALUE "N".
               88 END-OF-PCH-LOAD      VALUE "Y".
           01 WS-EOF-LINK           PIC X VALUE "N".
               88 END-OF-LINK-LOAD     VALUE "Y".
           01 WS-EOF-HOLD           PIC X VALUE "N".
               88 END-OF-HOLD-LOAD     VALUE "Y".

           COPY "COOLING-OFF-TERMS-RECORD.cpy".
           COPY "PROFILE-CHANGE-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "COOLING-OFF-HOLD-RECORD.cpy".

           01 WS-INITIALIZED        PIC X VALUE "N".
           01 WS-SVC-RC             PIC X(2) VALUE "00".
           01 WS-TODAY              PIC X(10).
           01 WS-ACH-THRESHOLD      PIC 9(7)V99 VALUE 1000.00.

      *    --- Open windows: one row per customer, the latest
      *        change that still covers today ---
           01 WS-WIN-MAX            PIC 9(4) VALUE 2000.
           01 WS-WIN-TABLE.
               05 WS-WIN-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-WIN-IDX.
                   10 WWN-CUSTOMER-ID  PIC X(10).
                   10 WWN-CHANGE-DATE  PIC X(10).
                   10 WWN-COOL-END     PIC X(10).
           01 WS-WIN-COUNT          PIC 9(4) VALUE 0.
           01 WS-WIN-FOUND-IDX      PIC 9(4) VALUE 0.

      *    --- Customer-account links ---
           01 WS-LNK-MAX            PIC 9(4) VALUE 9999.
           01 WS-LNK-TABLE.
               05 WS-LNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-LNK-IDX.
                   10 WLK-CUSTOMER-ID  PIC X(10).
                   10 WLK-ACCOUNT-ID   PIC X(10).
           01 WS-LNK-COUNT          PIC 9(4) VALUE 0.

      *    --- Hold register ---
           01 WS-HLD-MAX            PIC 9(4) VALUE 5000.
           01 WS-HLD-TABLE.
               05 WS-HLD-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-HLD-IDX.
                   10 WHD-RECORD       PIC X(320).
           01 WS-HLD-COUNT          PIC 9(4) VALUE 0.
           01 WS-HLD-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-HLD-CHANGED        PIC X VALUE "N".
           01 WS-NEXT-HOLD-NUM      PIC 9(7) VALUE 1.
           01 WS-HOLD-NUM-PARSE     PIC 9(7).

       LINKAGE SECTION.
           COPY "COOLING-OFF-AREA.cpy".

       PROCEDURE DIVISION USING COOLING-OFF-REQUEST
                                COOLING-OFF-REPLY.
           MAIN-PARA.
               IF WS-INITIALIZED NOT = "Y"
                   MOVE COQ-BUSDATE TO WS-TODAY
                   PERFORM INITIALIZE-SERVICE
               END-IF
               MOVE WS-SVC-RC TO COR-SERVICE-RC
               EVALUATE TRUE
                   WHEN COQ-INIT
                       MOVE WS-ACH-THRESHOLD TO COR-ACH-THRESHOLD
                   WHEN COQ-CHECK
                       PERFORM CHECK-ONE-ACCOUNT
                   WHEN COQ-HOLD
                       PERFORM HOLD-ONE-ITEM
                   WHEN COQ-SAVE
                       IF WS-HLD-CHANGED = "Y"
                           PERFORM REWRITE-HOLDS
                       END-IF
               END-EVALUATE
               GOBACK.

           INITIALIZE-SERVICE.
               PERFORM LOAD-TERMS
               PERFORM LOAD-OPEN-WINDOWS
               PERFORM LOAD-LINKS
               PERFORM LOAD-HOLDS
               MOVE "Y" TO WS-INITIALIZED.

      *    --- Optional file: a zero or missing threshold keeps the
      *        built-in figure; the window length only matters to
      *        CUSTOMER-MAINT, which stamps each change's end date ---
           LOAD-TERMS.
               OPEN INPUT TERMS-FILE
               IF WS-TERMS-FILE-OK
                   READ TERMS-FILE INTO TERMS-IO
                   NOT AT END
                       MOVE TERMS-IO TO COOLING-OFF-TERMS-RECORD
                       IF COT-ACH-THRESHOLD IS NUMERIC
                       AND COT-ACH-THRESHOLD > 0
                           MOVE COT-ACH-THRESHOLD TO WS-ACH-THRESHOLD
                       END-IF
                   END-READ
                   CLOSE TERMS-FILE
               END-IF.

      *    Only changes whose window covers today matter; a second
      *    change by the same customer keeps the later window.
           LOAD-OPEN-WINDOWS.
               OPEN INPUT CHANGES-FILE
               IF WS-PCH-FILE-OK
                   PERFORM READ-ONE-CHANGE
                       UNTIL END-OF-PCH-LOAD
                   CLOSE CHANGES-FILE
               END-IF.

           READ-ONE-CHANGE.
               READ CHANGES-FILE INTO CHANGE-IO
               AT END
                   MOVE "Y" TO WS-EOF-PCH
               NOT AT END
                   MOVE CHANGE-IO TO PROFILE-CHANGE-RECORD
                   IF PC-CHANGE-DATE NOT > WS-TODAY
                   AND PC-COOL-END-DATE NOT < WS-TODAY
                       PERFORM FIND-WINDOW
                       IF WS-WIN-FOUND-IDX > 0
                           IF PC-COOL-END-DATE
                               > WWN-COOL-END(WS-WIN-FOUND-IDX)
                               MOVE PC-CHANGE-DATE
                                   TO WWN-CHANGE-DATE(WS-WIN-FOUND-IDX)
                               MOVE PC-COOL-END-DATE
                                   TO WWN-COOL-END(WS-WIN-FOUND-IDX)
                           END-IF
                       ELSE
                           IF WS-WIN-COUNT < WS-WIN-MAX
                               ADD 1 TO WS-WIN-COUNT
                               MOVE PC-CUSTOMER-ID
                                   TO WWN-CUSTOMER-ID(WS-WIN-COUNT)
                               MOVE PC-CHANGE-DATE
                                   TO WWN-CHANGE-DATE(WS-WIN-COUNT)
                               MOVE PC-COOL-END-DATE
                                   TO WWN-COOL-END(WS-WIN-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-READ.

           FIND-WINDOW.
               MOVE 0 TO WS-WIN-FOUND-IDX
               PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
                   IF WWN-CUSTOMER-ID(WS-WIN-IDX) = PC-CUSTOMER-ID
                       MOVE WS-WIN-IDX TO WS-WIN-FOUND-IDX
                   END-IF
               END-PERFORM.

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
                   MOVE LINK-IO TO CUSTOMER-LINK-RECORD
                   IF WS-LNK-COUNT < WS-LNK-MAX
                       ADD 1 TO WS-LNK-COUNT
                       MOVE CAL-CUSTOMER-ID
                           TO WLK-CUSTOMER-ID(WS-LNK-COUNT)
                       MOVE CAL-ACCOUNT-ID
                           TO WLK-ACCOUNT-ID(WS-LNK-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: absent before the first hold. The next
      *        hold number derives from the highest on the register
      *        so numbering never repeats ---
           LOAD-HOLDS.
               OPEN INPUT HOLDS-FILE
               IF WS-HOLD-FILE-OK
                   PERFORM READ-ONE-HOLD
                       UNTIL END-OF-HOLD-LOAD
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
                       MOVE HOLD-IO TO COOLING-OFF-HOLD-RECORD
                       IF CH-HOLD-ID(2:7) IS NUMERIC
                           MOVE CH-HOLD-ID(2:7) TO WS-HOLD-NUM-PARSE
                           IF WS-HOLD-NUM-PARSE >= WS-NEXT-HOLD-NUM
                               COMPUTE WS-NEXT-HOLD-NUM =
                                   WS-HOLD-NUM-PARSE + 1
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    CHECK - any customer linked to the account with a window
      *    open today puts the account in the window; the latest
      *    change answers.
      *================================================================
           CHECK-ONE-ACCOUNT.
               MOVE "N"    TO COR-IN-WINDOW
               MOVE SPACES TO COR-CUSTOMER-ID
               MOVE SPACES TO COR-CHANGE-DATE
               MOVE SPACES TO COR-COOL-END-DATE
               MOVE SPACES TO COR-DISPOSITION
               MOVE SPACES TO COR-HOLD-ID
               MOVE WS-ACH-THRESHOLD TO COR-ACH-THRESHOLD
               PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
                   IF WLK-ACCOUNT-ID(WS-LNK-IDX) = COQ-ACCOUNT-ID
                   AND COQ-ACCOUNT-ID NOT = SPACES
                       MOVE WLK-CUSTOMER-ID(WS-LNK-IDX)
                           TO PC-CUSTOMER-ID
                       PERFORM FIND-WINDOW
                       IF WS-WIN-FOUND-IDX > 0
                           IF COR-IN-WINDOW = "N"
                           OR WWN-CHANGE-DATE(WS-WIN-FOUND-IDX)
                               > COR-CHANGE-DATE
                               MOVE "Y" TO COR-IN-WINDOW
                               MOVE WWN-CUSTOMER-ID(WS-WIN-FOUND-IDX)
                                   TO COR-CUSTOMER-ID
                               MOVE WWN-CHANGE-DATE(WS-WIN-FOUND-IDX)
                                   TO COR-CHANGE-DATE
                               MOVE WWN-COOL-END(WS-WIN-FOUND-IDX)
                                   TO COR-COOL-END-DATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

      *================================================================
      *    HOLD - the caller has already had a CHECK answer for the
      *    account and presents the item. The register decides: a
      *    release (R) on file for this item lets it through once
      *    and is consumed; a decline (D) refuses it; an item already
      *    waiting (H) stays waiting; anything else is registered.
      *================================================================
           HOLD-ONE-ITEM.
               PERFORM CHECK-ONE-ACCOUNT
               PERFORM FIND-REGISTERED-ITEM
               IF WS-HLD-FOUND-IDX > 0
                   MOVE WHD-RECORD(WS-HLD-FOUND-IDX)
                       TO COOLING-OFF-HOLD-RECORD
                   MOVE CH-HOLD-ID TO COR-HOLD-ID
                   EVALUATE TRUE
                       WHEN CH-RELEASED
                           SET CH-CONSUMED TO TRUE
                           MOVE COOLING-OFF-HOLD-RECORD
                               TO WHD-RECORD(WS-HLD-FOUND-IDX)
                           MOVE "Y" TO WS-HLD-CHANGED
                           SET COR-RELEASED TO TRUE
                       WHEN CH-DECLINED
                           SET COR-DECLINED TO TRUE
                       WHEN OTHER
                           SET COR-HELD TO TRUE
                   END-EVALUATE
               ELSE
                   PERFORM REGISTER-NEW-HOLD
               END-IF.

      *    The latest live row for the same item: channel, account,
      *    amount and key together. Consumed rows are history - the
      *    same request presented again is a new item.
           FIND-REGISTERED-ITEM.
               MOVE 0 TO WS-HLD-FOUND-IDX
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   MOVE WHD-RECORD(WS-HLD-IDX)
                       TO COOLING-OFF-HOLD-RECORD
                   IF CH-CHANNEL    = COQ-CHANNEL
                   AND CH-ACCOUNT-ID = COQ-ACCOUNT-ID
                   AND CH-AMOUNT     = COQ-AMOUNT
                   AND CH-ITEM-KEY   = COQ-ITEM-KEY
                   AND NOT CH-CONSUMED
                       MOVE WS-HLD-IDX TO WS-HLD-FOUND-IDX
                   END-IF
               END-PERFORM.

           REGISTER-NEW-HOLD.
               IF WS-HLD-COUNT < WS-HLD-MAX
                   ADD 1 TO WS-HLD-COUNT
                   MOVE SPACES TO COOLING-OFF-HOLD-RECORD
                   MOVE "H" TO CH-HOLD-ID(1:1)
                   MOVE WS-NEXT-HOLD-NUM TO CH-HOLD-ID(2:7)
                   ADD 1 TO WS-NEXT-HOLD-NUM
                   MOVE COQ-CHANNEL     TO CH-CHANNEL
                   SET CH-HELD TO TRUE
                   MOVE WS-TODAY        TO CH-HOLD-DATE
                   MOVE COQ-ACCOUNT-ID  TO CH-ACCOUNT-ID
                   MOVE COR-CUSTOMER-ID TO CH-CUSTOMER-ID
                   MOVE COR-CHANGE-DATE TO CH-CHANGE-DATE
                   MOVE COQ-AMOUNT      TO CH-AMOUNT
                   MOVE COQ-ITEM-KEY    TO CH-ITEM-KEY
                   MOVE COQ-ITEM        TO CH-ITEM
                   MOVE COOLING-OFF-HOLD-RECORD
                       TO WHD-RECORD(WS-HLD-COUNT)
                   MOVE "Y" TO WS-HLD-CHANGED
                   MOVE CH-HOLD-ID TO COR-HOLD-ID
                   SET COR-HELD TO TRUE
               ELSE
                   MOVE "16" TO COR-SERVICE-RC
                   SET COR-DECLINED TO TRUE
               END-IF.

           REWRITE-HOLDS.
               OPEN OUTPUT HOLDS-FILE
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   MOVE WHD-RECORD(WS-HLD-IDX) TO HOLD-IO
                   WRITE HOLD-IO
               END-PERFORM
               CLOSE HOLDS-FILE
               MOVE "N" TO WS-HLD-CHANGED.
