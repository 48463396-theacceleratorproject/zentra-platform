      *                  a past-due notice row to
      *                  COLLECTION-NOTICES.dat - one notice per
      *                  bucket, not one per night;
      *                - a loan in a hardship deferral
      *                  (LOAN-MODIFY's LOAN-MODIFICATIONS.dat, due
      *                  date pushed past today) opens no item, and
      *                  a live item on it closes as deferred rather
      *                  than cured; an item on a loan that was ever
      *                  modified is flagged M - a re-default after
      *                  a workout;
      *                - a loan under a bankruptcy stay (any
      *                  customer on its payment account with a
      *                  case standing filed in
      *                  BANKRUPTCY-FILINGS.dat) keeps its item,
      *                  flagged S, but its promises do not break
      *                  and no past-due notice is written until the
      *                  stay ends;
      *                - COLLECTIONS-QUEUE-REPORT.dat lists the
      *                  open queue, worst first by bucket.
      * PHASE:      2 - Banking Logic Engine
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Modifications on record (LOAN-MODIFY) - optional
      *        until the first is applied.
               SELECT MODS-FILE
                   ASSIGN TO "data/output/LOAN-MODIFICATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MODS-STATUS.

      *        Worked queue, persisted across runs - same load-in-
      *        full/rewrite-in-full continuity COMPLIANCE-CASES.dat
      *        gets.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

      *        Customer links and legal's bankruptcy register - the
      *        automatic stay silences the notices.
               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT BANKRUPTCY-FILE
                   ASSIGN TO "data/input/BANKRUPTCY-FILINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/COLLECTIONS-QUEUE-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD MODS-FILE.
           01 MODS-IO               PIC X(200).

           FD QUEUE-FILE.
           01 QUEUE-IO              PIC X(100).

           FD NOTICES-FILE.
           01 NOTICE-RECORD         PIC X(60).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD BANKRUPTCY-FILE.
           01 BANKRUPTCY-IO         PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(90).


           COPY "COLLECTION-ITEM-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-MODIFICATION-RECORD.cpy".
           COPY "BANKRUPTCY-RECORD.cpy".

      *    --- Customers on each account, and those under the
      *        automatic stay ---
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK       VALUE "00".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-BK-STATUS          PIC XX.
               88 WS-BK-FILE-OK         VALUE "00".
           01 WS-EOF-BK             PIC X VALUE "N".
               88 END-OF-BK-LOAD       VALUE "Y".
           01 WS-BK-MAX             PIC 999 VALUE 500.
           01 WS-BK-TABLE.
               05 WS-BK-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-BKIDX.
                   10 WBK-CUSTOMER-ID  PIC X(10).
           01 WS-BK-COUNT           PIC 999 VALUE 0.
           01 WS-STAY-FOUND         PIC X VALUE "N".
               88 BORROWER-IN-STAY     VALUE "Y".
           01 WS-MODS-STATUS        PIC XX.
               88 WS-MODS-FILE-OK       VALUE "00".
           01 WS-EOF-MODS           PIC X VALUE "N".
               88 END-OF-MODS          VALUE "Y".

      *    --- Modified loans, one entry per loan with its latest
      *        deferral end ---
           01 WS-MOD-MAX            PIC 9(4) VALUE 2000.
           01 WS-MOD-TABLE.
               05 WS-MOD-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-MIDX.
                   10 WMD-LOAN-ID      PIC X(10).
                   10 WMD-DEFER-END    PIC X(10).
           01 WS-MOD-COUNT          PIC 9(4) VALUE 0.
           01 WS-MOD-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-MOD-STANDING       PIC X VALUE SPACE.
               88 LOAN-NOT-MODIFIED    VALUE SPACE.
               88 LOAN-MODIFIED        VALUE "M".
               88 LOAN-IN-DEFERRAL     VALUE "D".

      *    --- Loan table ---
           01 WS-LOAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-PROMISE-COUNT      PIC 999 VALUE 0.
           01 WS-BROKEN-COUNT       PIC 999 VALUE 0.
           01 WS-CURED-COUNT        PIC 999 VALUE 0.
           01 WS-DEFERRED-COUNT     PIC 999 VALUE 0.
           01 WS-NOTICE-COUNT       PIC 999 VALUE 0.
           01 WS-STAYED-COUNT       PIC 999 VALUE 0.
           01 WS-OPEN-ITEM-COUNT    PIC 9(4) VALUE 0.
           01 WS-OUT-LINE           PIC X(90).
           01 WS-NOTICES-OPEN       PIC X VALUE "N".
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-LOANS
               PERFORM LOAD-QUEUE
               PERFORM LOAD-MODIFICATIONS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-BANKRUPTCIES
               PERFORM OPEN-NEW-ITEMS
               PERFORM APPLY-COLLECTOR-ACTIONS
               PERFORM WORK-THE-QUEUE
               IF LN-ACTIVE AND LN-MISSED-COUNT >= 1
                   MOVE LN-LOAN-ID TO WS-LOOKUP-LOAN
                   PERFORM FIND-LIVE-ITEM-BY-LOAN
                   PERFORM FIND-LOAN-MODIFICATION
                   IF WS-Q-FOUND-IDX = 0
                   AND WS-Q-COUNT < WS-Q-MAX
                   AND NOT LOAN-IN-DEFERRAL
                       ADD 1 TO WS-Q-COUNT
                       MOVE SPACES TO COLLECTION-ITEM-RECORD
                       MOVE "Q" TO CLI-ITEM-ID(1:1)
                       SET CLI-OPEN TO TRUE
                       MOVE 0 TO CLI-CONTACT-COUNT
                       MOVE SPACES TO CLI-BUCKET
                       MOVE WS-MOD-STANDING TO CLI-MODIFIED
                       MOVE SPACE TO CLI-STAY
                       MOVE COLLECTION-ITEM-RECORD
                           TO WQI-RECORD(WS-Q-COUNT)
                       ADD 1 TO WS-OPENED-COUNT
           JUDGE-ONE-ITEM.
               MOVE CLI-LOAN-ID TO WS-LOOKUP-LOAN
               PERFORM FIND-LOAN-RECORD
               IF WS-LIDX <= WS-LOAN-COUNT
                   PERFORM FIND-LOAN-MODIFICATION
               END-IF
               EVALUATE TRUE
      *            The loan left the book or cured - the item closes
      *            and stays as history
                   WHEN WS-LIDX > WS-LOAN-COUNT
                       SET CLI-CLOSED TO TRUE
                       ADD 1 TO WS-CURED-COUNT
      *            A hardship deferral brought it current - closed,
      *            marked so the work record shows why
                   WHEN LOAN-IN-DEFERRAL
                       SET CLI-CLOSED TO TRUE
                       SET CLI-LOAN-DEFERRED TO TRUE
                       ADD 1 TO WS-DEFERRED-COUNT
                   WHEN LN-PAID-OFF OR LN-MISSED-COUNT = 0
                       SET CLI-CLOSED TO TRUE
                       ADD 1 TO WS-CURED-COUNT
                   WHEN OTHER
                       MOVE WS-MOD-STANDING TO CLI-MODIFIED
                       PERFORM CHECK-AUTOMATIC-STAY
                       IF BORROWER-IN-STAY
                           SET CLI-IN-STAY TO TRUE
                           ADD 1 TO WS-STAYED-COUNT
                       ELSE
                           MOVE SPACE TO CLI-STAY
                           IF CLI-PROMISED
                           AND CLI-PROMISE-DATE < WS-TODAY
                               SET CLI-BROKEN TO TRUE
                               ADD 1 TO WS-BROKEN-COUNT
                           END-IF
                           PERFORM REBUCKET-AND-NOTICE
                       END-IF
               END-EVALUATE.

      *    Every customer on the loan's payment account is a
      *    borrower for the stay - a co-borrower's filing silences
      *    the notice as surely as the primary's.
           CHECK-AUTOMATIC-STAY.
               MOVE "N" TO WS-STAY-FOUND
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = LN-ACCOUNT-ID
                       PERFORM VARYING WS-BKIDX FROM 1 BY 1
                           UNTIL WS-BKIDX > WS-BK-COUNT
                           IF WBK-CUSTOMER-ID(WS-BKIDX)
                               = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               MOVE "Y" TO WS-STAY-FOUND
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

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

      *    --- Optional file: only a case still filed holds the
      *        stay ---
           LOAD-BANKRUPTCIES.
               OPEN INPUT BANKRUPTCY-FILE
               IF WS-BK-FILE-OK
                   PERFORM READ-ONE-BANKRUPTCY
                       UNTIL END-OF-BK-LOAD
                   CLOSE BANKRUPTCY-FILE
               END-IF.

           READ-ONE-BANKRUPTCY.
               READ BANKRUPTCY-FILE INTO BANKRUPTCY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-BK
               NOT AT END
                   IF BK-STAY-ACTIVE
                   AND BK-CUSTOMER-ID NOT = SPACES
                   AND WS-BK-COUNT < WS-BK-MAX
                       ADD 1 TO WS-BK-COUNT
                       MOVE BK-CUSTOMER-ID
                           TO WBK-CUSTOMER-ID(WS-BK-COUNT)
                   END-IF
               END-READ.

           FIND-LOAN-RECORD.
               PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-LOAN-COUNT
               WRITE NOTICE-RECORD
               ADD 1 TO WS-NOTICE-COUNT.

      *    --- Optional file: no modifications on record until
      *        LOAN-MODIFY applies the first ---
           LOAD-MODIFICATIONS.
               OPEN INPUT MODS-FILE
               IF WS-MODS-FILE-OK
                   PERFORM LOAD-ONE-MODIFICATION
                       UNTIL END-OF-MODS
                   CLOSE MODS-FILE
               END-IF.

           LOAD-ONE-MODIFICATION.
               READ MODS-FILE INTO MODS-IO
               AT END
                   MOVE "Y" TO WS-EOF-MODS
               NOT AT END
                   MOVE MODS-IO TO LOAN-MODIFICATION-RECORD
                   MOVE 0 TO WS-MOD-FOUND-IDX
                   PERFORM VARYING WS-MIDX FROM 1 BY 1
                       UNTIL WS-MIDX > WS-MOD-COUNT
                       IF WMD-LOAN-ID(WS-MIDX) = LMD-LOAN-ID
                           MOVE WS-MIDX TO WS-MOD-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-MOD-FOUND-IDX = 0
                   AND WS-MOD-COUNT < WS-MOD-MAX
                       ADD 1 TO WS-MOD-COUNT
                       MOVE WS-MOD-COUNT TO WS-MOD-FOUND-IDX
                       MOVE LMD-LOAN-ID TO WMD-LOAN-ID(WS-MOD-COUNT)
                       MOVE SPACES TO WMD-DEFER-END(WS-MOD-COUNT)
                   END-IF
                   IF WS-MOD-FOUND-IDX > 0
                   AND LMD-DEFER-END-DATE(1:4) IS NUMERIC
                   AND LMD-DEFER-END-DATE >
                       WMD-DEFER-END(WS-MOD-FOUND-IDX)
                       MOVE LMD-DEFER-END-DATE
                           TO WMD-DEFER-END(WS-MOD-FOUND-IDX)
                   END-IF
               END-READ.

      *    The loan in LOAN-MASTER-RECORD: modified at all, and
      *    still inside a deferral (payments resume after today).
           FIND-LOAN-MODIFICATION.
               SET LOAN-NOT-MODIFIED TO TRUE
               PERFORM VARYING WS-MIDX FROM 1 BY 1
                   UNTIL WS-MIDX > WS-MOD-COUNT
                   IF WMD-LOAN-ID(WS-MIDX) = LN-LOAN-ID
                       SET LOAN-MODIFIED TO TRUE
                       IF WMD-DEFER-END(WS-MIDX) NOT = SPACES
                       AND WMD-DEFER-END(WS-MIDX) > WS-TODAY
                           SET LOAN-IN-DEFERRAL TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

           REWRITE-QUEUE.
               OPEN OUTPUT QUEUE-FILE
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  ITEM     LOAN       ACCOUNT    ST BKT"
                   & " CONTACTS PROMISE    LAST WORKED MOD STY"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
                   MOVE CLI-CONTACT-COUNT TO WS-OUT-LINE(43:3)
                   MOVE CLI-PROMISE-DATE TO WS-OUT-LINE(50:10)
                   MOVE CLI-LAST-CONTACT TO WS-OUT-LINE(61:10)
                   MOVE CLI-MODIFIED     TO WS-OUT-LINE(73:1)
                   MOVE CLI-STAY         TO WS-OUT-LINE(77:1)
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               DISPLAY "  Promises Taken     : " WS-PROMISE-COUNT
               DISPLAY "  Promises Broken    : " WS-BROKEN-COUNT
               DISPLAY "  Items Cured        : " WS-CURED-COUNT
               DISPLAY "  Items Deferred     : " WS-DEFERRED-COUNT
               DISPLAY "  Notices Written    : " WS-NOTICE-COUNT
               DISPLAY "  Held by Stay       : " WS-STAYED-COUNT
               DISPLAY "  Queue Open         : " WS-OPEN-ITEM-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/COLLECTIONS-QUEUE.dat"
